      *==                VENCIMENTO MAIS PROXIMO PRIMEIRO (FEFO) E O
      *==                RETORNO CREDITA O LOTE "RETORNO"; O PRIMEIRO
      *==                LOTE CONSUMIDO SAI NO MOVEST (MOV-LOTE).
      *==   XX/XX/2026 - COM A TABELA "TRANSUF", A CALCFRET COTA TODAS
      *==                AS TRANSPORTADORAS ELEGIVEIS DA UF E DEVOLVE
      *==                A MAIS BARATA (OU A MAIS RAPIDA, PARA O
      *==                PEDIDO MARCADO URGENTE EM PED-URGENTE) E A
      *==                SEGUNDA MELHOR COTACAO (AREA CALCFRLK). A
      *==                SEGUNDA COTACAO E A ECONOMIA SAEM NO
      *==                RESULTADO E NA NOTA, E O TOTAL ECONOMIZADO NO
      *==                RESUMO DO LOTE. FRETE DE CONTRATO OU DE
      *==                COTACAO NAO TEM ECONOMIA DE TABELA A MOSTRAR.
      *==   XX/XX/2026 - ADICIONAIS DE FRETE (AD-VALOREM, GRIS,
      *==                PEDAGIO E COMBUSTIVEL, TABELA "ADICFRET"
      *==                VIGENTE NA DATA DO PEDIDO) SOMADOS AO FRETE
      *==                PELA CALCFRET E DISCRIMINADOS NA NOTA. NO
      *==                DIATOTAL, "FRETE-UF" PASSA A SER SO O
      *==                FRETE-BASE E CADA ADICIONAL GANHA LINHA
      *==                PROPRIA POR UF ("ADVALOR-UF", "GRIS-UF",
      *==                "PEDAGIO-UF", "COMBUST-UF"). CONTRATO DE
      *==                FRETE SUBSTITUI SO O FRETE-BASE (OS
      *==                ADICIONAIS DA TRANSPORTADORA CONTINUAM); A
      *==                COTACAO JA TRAZ OS ADICIONAIS NO FRETE COTADO.
      *==   XX/XX/2026 - O CEP DO ENDERECO DE ENTREGA ESCOLHIDO
      *==                (CLIEND-CEP) VAI PARA A CALCFRET, QUE APLICA
      *==                O ACRESCIMO DA ZONA DE ENTREGA ("ZONACEP") E
      *==                SOMA OS DIAS A MAIS DA ZONA NO PRAZO -- A DATA
      *==                PROMETIDA (0190) JA SAI COM ELES. A ZONA SAI
      *==                NA NOTA E O CEP NO RESULTADO (PARA O REFRETE
      *==                RECALCULAR IGUAL). ENTREGA NO ENDERECO DO
      *==                CADASTRO (SEM CEP) SEGUE SO PELA UF.
      *==   XX/XX/2026 - PEDIDO DE SAIDA COM NUMERO DE EMBARQUE
      *==                CONSOLIDADO (PED-EMBARQUE, GRAVADO PELA
      *==                CONSOLID) TEM O FRETE CALCULADO SOBRE O VALOR
      *==                E O PESO SOMADOS DO EMBARQUE (ARQUIVO
      *==                "EMBCONS") E RECEBE A SUA PARTE, PROPORCIONAL
      *==                AO SEU VALOR NO VALOR DO EMBARQUE; O ULTIMO
      *==                PEDIDO DO EMBARQUE FICA COM A DIFERENCA DO
      *==                ARREDONDAMENTO. RESULTADO, NOTA, TITULO E
      *==                TRILHA CONTINUAM POR PEDIDO; O NUMERO DO
      *==                EMBARQUE SAI NO RESULTADO (RES-EMBARQUE) PARA
      *==                O ROMANEIO. CONTRATO DO CLIENTE CONTINUA
      *==                VALENDO POR PEDIDO. SEM O EMBCONS, CADA PEDIDO
      *==                SEGUE COM O SEU PROPRIO FRETE.
      *==   XX/XX/2026 - CADA PEDIDO DE SAIDA OU DE RETORNO GANHA UMA
      *==                NOTA FISCAL ELETRONICA NO ARQUIVO DE
      *==                INTERFACE "NFEEXP" (COPYBOOK NFEEXP), PARA O
      *==                SISTEMA FISCAL IMPORTAR SEM REDIGITAR A
      *==                NOTAFISC: EMITENTE = FILIAL DO PEDIDO (CNPJ DO
      *==                CADASTRO "FILIAL"), DESTINATARIO = CLIENTE E
      *==                ENDERECO DE ENTREGA, ITENS, ICMS, FRETE E
      *==                TOTAIS, COM HEADER E TRAILER DE CONTROLE. A
      *==                SERIE VEM DO PARAMETRO "SERIENFnn" (SEM ELE,
      *==                SERIE 1) E O NUMERO DA SEQUENCIA "SEQNFnn" NO
      *==                PARAMETR, POR FILIAL, COMO O SEQTITULO. A
      *==                CHAVE DE ACESSO SAI COM O DIGITO MODULO 11.
      *==                FILIAL SEM CNPJ NAO CONSOME NUMERO: O PEDIDO
      *==                SEGUE SEM NOTA ELETRONICA, COM AVISO. SERIE E
      *==                NUMERO SAEM NO RESULTADO.
      *==   XX/XX/2026 - O RESULTADO PASSA A LEVAR O PESO CUBADO DO
      *==                PEDIDO E A QUANTIDADE DE VOLUMES (SOMA DAS
      *==                QUANTIDADES DOS ITENS EMBARCADOS), PARA O
      *==                AVISO DE EMBARQUE A TRANSPORTADORA.
      *==   XX/XX/2026 - A LINHA DE TOTAIS DA NOTAFISC PASSA A LEVAR A
      *==                FILIAL EMITENTE E A SERIE E O NUMERO DA NOTA
      *==                ELETRONICA (ZERADOS QUANDO O PEDIDO SAIU SEM
      *==                NF-E), PARA O LIVRO DE REGISTRO DE SAIDAS DO
      *==                MES (LIVROSAI).
      *==   XX/XX/2026 - SAIDA CANCELADA PELO CANCPED (STATUS "CA" NA
      *==                TRILHA "PEDSTAT", COLHIDO NA ABERTURA) E
      *==                PULADA SEM FRETE, NOTA, BAIXA NEM STATUS -- A
      *==                RESERVA JA FOI DEVOLVIDA NO CANCELAMENTO. SO
      *==                ENTRA NA CONTAGEM DO RESUMO E DO CHECKPOINT.
      *==   XX/XX/2026 - TITULO NOVO NO CONTAS A RECEBER SAI COM OS
      *==                CAMPOS DA REMESSA DE COBRANCA ZERADOS (NAO
      *==                REGISTRADO NO BANCO), PARA O REMCOBRA ENVIAR.
      *==   XX/XX/2026 - TITULO NOVO SAI SEM PROVISAO PARA DEVEDORES
      *==                DUVIDOSOS E SEM DADOS DE BAIXA POR PERDA.
      *==   XX/XX/2026 - ITEM COMPONENTE DE KIT (PED-KIT-SEQ MAIOR QUE
      *==                ZERO) SAI NA NOTAFISC DEBAIXO DA LINHA DO KIT
      *==                (ARQUIVO "PEDKIT": DESCRICAO, QUANTIDADE, VALOR
      *==                E PESO DO KIT), COM A DESCRICAO RECUADA. AS
      *==                DUAS LINHAS LEVAM A MARCA "ITEM", PARA O
      *==                BALANFRT, O LIVROSAI E A SEGVIA CONTINUAREM
      *==                LENDO A NOTA COMO SEMPRE. BAIXA DE ESTOQUE,
      *==                FEFO E NF-E SEGUEM PELOS COMPONENTES. SEM O
      *==                PEDKIT, OS COMPONENTES SAEM SEM A LINHA DO KIT.
      *==   XX/XX/2026 - O RETORNO PARA DE CREDITAR O SALDO VENDAVEL
      *==                (EST-SALDO) E O LOTE "RETORNO" DO ESTLOTES:
      *==                A MERCADORIA DEVOLVIDA ENTRA NA QUARENTENA
      *==                ("QUARENT", LOTE "RETORNO") ATE A INSPECAO DO
      *==                INSPQUAR, COM UMA LINHA "Q" NO MOVEST QUE NAO
      *==                MEXE NO SALDO VENDAVEL.
      *==   XX/XX/2026 - O HISTORICO "PEDHIST" PASSA A GRAVAR A FILIAL
      *==                DO PEDIDO (PHIST-FILIAL) E AS UNIDADES SAIDAS
      *==                (PHIST-QUANTIDADE, SOMA DOS ITENS DEPOIS DA
      *==                SEPARACAO DO BACKORDER), PARA A ANALISE DE
      *==                VENDAS (RELVENDA).
      *==   XX/XX/2026 - A AUTORIZACAO DE DEVOLUCAO "DEVAUT" PASSA A
      *==                LEVAR O MOTIVO DA DEVOLUCAO DIGITADO OU
      *==                IMPORTADO NO RETORNO (PED-MOTIVO-DEV) E AS
      *==                UNIDADES DEVOLVIDAS, PARA O RELATORIO DE
      *==                QUALIDADE (RELQUALI).
      *==   XX/XX/2026 - FIDELIDADE: A SAIDA ACEITA DE CLIENTE
      *==                CADASTRADO GANHA PONTOS SOBRE O VALOR
      *==                LIQUIDO (PARAMETRO "PONTOREAL", PONTOS POR
      *==                REAL) NO LOTE DO MES DO RAZAO "PONTOS", E O
      *==                RESGATE DIGITADO NO ENTRAPED ("PONTOPED") VIRA
      *==                DESCONTO ANTES DO FRETE, COMO UMA PROMOCAO
      *==                (PARAMETRO "VALPONTO", REAIS POR PONTO),
      *==                DEBITADO DOS LOTES MAIS ANTIGOS PRIMEIRO. O
      *==                ESTORNO E O RETORNO DESFAZEM OS DOIS.
      *==   XX/XX/2026 - AS LINHAS DO PEDSTAT SAEM COM O OPERADOR DA
      *==                SESSAO (PST-OPERADOR; SEM SESSAO, "BATCH"),
      *==                PARA O RELOPER.
      *==   XX/XX/2026 - RATEIO DO EMBARQUE CONSOLIDADO: A PARTE DO
      *==                PEDIDO SO E LANCADA NO EMBCONS QUANDO A SAIDA
      *==                E ACEITA (DEPOIS DE LIMITE, PRODUTOS E
      *==                ESTOQUE); PEDIDO REJEITADO, ADIADO OU
      *==                CANCELADO SAI DO EMBARQUE (QUANTIDADE, VALOR E
      *==                PESO), PARA O ULTIMO ACEITO FECHAR O FRETE. A
      *==                PROPORCAO USA O VALOR BRUTO DOS ITENS QUE
      *==                EMBARCAM, NA MESMA BASE DO EMB-VALOR.
      *==   XX/XX/2026 - OS CANCELAMENTOS ("CA") DA TRILHA SO SAO
      *==                COLHIDOS PARA AS SAIDAS DO PROPRIO LOTE: UMA
      *==                PRIMEIRA LEITURA DO "PEDIDOS" MONTA A TABELA
      *==                DO LOTE E A VARREDURA DA TRILHA (QUE NUNCA E
      *==                ARQUIVADA) SO MARCA QUEM ESTA NELA. LOTE MAIOR
      *==                QUE A TABELA ENCERRA O JOB (RETURN-CODE 0016).
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS CLIEND-CHAVE
               FILE STATUS IS WRK-FS-CLIENDER.

           SELECT ARQ-EMBCONS   ASSIGN TO "EMBCONS"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMB-NUMERO
               FILE STATUS IS WRK-FS-EMBCONS.

           SELECT ARQ-ESTLOTES  ASSIGN TO "ESTLOTES"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSQ-CHAVE
               FILE STATUS IS WRK-FS-LOTESEQ.

           SELECT ARQ-QUARENT   ASSIGN TO "QUARENT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QUA-CHAVE
               FILE STATUS IS WRK-FS-QUARENT.

           SELECT ARQ-PEDREJ    ASSIGN TO "PEDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDREJ.
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PONTOS    ASSIGN TO "PONTOS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-CHAVE
               FILE STATUS IS WRK-FS-PONTOS.

           SELECT ARQ-PONTOPED  ASSIGN TO "PONTOPED"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPD-NUMERO
               FILE STATUS IS WRK-FS-PONTOPED.

           SELECT ARQ-SESSAO    ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-NFEEXP    ASSIGN TO "NFEEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFEEXP.

           SELECT ARQ-FILIAL    ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-PEDKIT    ASSIGN TO "PEDKIT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKT-CHAVE
               FILE STATUS IS WRK-FS-PEDKIT.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           05  CSEQ-PEDIDO-ORIGEM  PIC 9(08).
           05  CSEQ-PARCELA        PIC 9(02).
           05  CSEQ-VALOR-ENCARGOS PIC S9(08)V99.
           05  CSEQ-SITUACAO-BANCO PIC X(01).
           05  CSEQ-REMESSA        PIC 9(06).
           05  CSEQ-INSTR-REMETIDA PIC X(02).
           05  CSEQ-VENC-REMETIDO  PIC X(08).
           05  CSEQ-VALOR-REMETIDO PIC S9(08)V99.
           05  CSEQ-VALOR-PDD      PIC S9(08)V99.
           05  CSEQ-DATA-PERDA     PIC X(08).
           05  CSEQ-MOTIVO-PERDA   PIC X(30).
           05  CSEQ-OPERADOR-PERDA PIC X(08).

       FD  ARQ-PEDSTAT.
           COPY PEDSTAT.
       FD  ARQ-ESTLOTES.
           COPY ESTLOTES.

       FD  ARQ-QUARENT.
           COPY QUARENT.

      *=======SEGUNDA VISAO DO SALDO POR LOTE, SO LEITURA SEQUENCIAL,
      *=======PARA A VARREDURA FEFO (MESMO ESQUEMA DO CONTARSEQ).
       FD  ARQ-LOTESEQ.
       FD  ARQ-PEDREJ.
           COPY PEDREJ.

       FD  ARQ-EMBCONS.
           COPY EMBCONS.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-PONTOS.
           COPY PONTOS.

       FD  ARQ-PONTOPED.
           COPY PONTOPED.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-NFEEXP.
           COPY NFEEXP.

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-PEDKIT.
           COPY PEDKIT.

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
      *=======VARIAVEIS DE APOIO
           88  TIPO-E-RETORNO          VALUE "R".
           88  TIPO-E-SAIDA            VALUE "S".
           88  TIPO-E-ESTORNO          VALUE "E".
       77  WRK-MOTIVO-DEV    PIC X(02) VALUE SPACES.
       77  WRK-MOEDA         PIC X(03) VALUE "BRL".
           88  MOEDA-E-DOLAR           VALUE "USD".
       77  WRK-VALOR-ORIGINAL PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FS-CLIENDER   PIC X(02) VALUE "00".
       77  WRK-FS-ESTLOTES   PIC X(02) VALUE "00".
       77  WRK-FS-LOTESEQ    PIC X(02) VALUE "00".
       77  WRK-FS-QUARENT    PIC X(02) VALUE "00".
       77  WRK-FS-PEDREJ     PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST    PIC X(02) VALUE "00".
       77  WRK-FS-PONTOS     PIC X(02) VALUE "00".
       77  WRK-FS-PONTOPED   PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO     PIC X(02) VALUE "00".
       77  WRK-FS-FRETCTRL   PIC X(02) VALUE "00".
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "BATCH".
      *=======ITENS DO PEDIDO CORRENTE (CABECALHO + ITENS MONTADOS EM
      *=======MEMORIA ANTES DO CALCULO DO FRETE SOBRE OS TOTAIS)
       77  WRK-QTD-ITENS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-VOLUMES   PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-ITEM      PIC 9(03) VALUE ZEROS.
       01  WRK-ITENS-PEDIDO.
           05  WRK-ITEM OCCURS 20 TIMES.
               10  WRK-ITEM-PESO       PIC 9(05)V99.
               10  WRK-ITEM-COD        PIC X(10).
               10  WRK-ITEM-IMAGEM     PIC X(70).
               10  WRK-ITEM-KIT-SEQ    PIC 9(02).

      *=======IMAGEM ORIGINAL DO CABECALHO E MOTIVO DE REJEICAO DO
      *=======PEDIDO CORRENTE, PARA A GRAVACAO NA FILA "PEDREJ" SAIR
           05  WRK-BKO-PEND-REG PIC X(110) OCCURS 20 TIMES.
       77  WRK-QTD-PED-ADIADOS PIC 9(05) VALUE ZEROS.

      *=======SAIDAS DO LOTE (COLHIDAS NUMA PRIMEIRA LEITURA DO
      *======="PEDIDOS"), MARCADAS COM "S" QUANDO A TRILHA TEM O
      *=======CANCELAMENTO DELAS NO CANCPED ("CA"): ESSAS SAO PULADAS
      *=======PELO LOTE. SO O LOTE ENTRA NA TABELA, PORQUE A TRILHA
      *=======NUNCA E ARQUIVADA.
       77  WRK-QTD-TAB-LOTE    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CAN         PIC 9(04) VALUE ZEROS.
       77  WRK-NUM-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-LOTE        PIC X(01) VALUE "N".
           88  FIM-DO-LOTE              VALUE "S".
       77  WRK-LOTE-ACHADO     PIC X(01) VALUE "N".
           88  SAIDA-NO-LOTE            VALUE "S".
       77  WRK-PEDIDO-CANCELADO PIC X(01) VALUE "N".
           88  PEDIDO-E-CANCELADO       VALUE "S".
       77  WRK-FIM-TRILHA      PIC X(01) VALUE "N".
           88  FIM-DA-TRILHA            VALUE "S".
       77  WRK-QTD-CANCELADOS  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-LOTE.
           05  WRK-LOTE-SAIDA OCCURS 5000 TIMES.
               10  WRK-LOTE-NUM       PIC 9(08).
               10  WRK-LOTE-CANCELADO PIC X(01).

      *=======CONTRATO DE FRETE NEGOCIADO POR CLIENTE (TABELA
      *======="CONTFRET"), COM O MESMO ESQUEMA DE DEGRADACAO COM
      *=======AVISO DOS DEMAIS ARQUIVOS OPCIONAIS.
           88  CADERNO-ENDERECO-ATIVO   VALUE "S".
       77  WRK-ENDERECO-COD    PIC 9(03) VALUE ZEROS.
       77  WRK-ENDERECO-ENTREGA PIC X(40) VALUE SPACES.
       77  WRK-CEP-ENTREGA     PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-COM-ZONA    PIC 9(05) VALUE ZEROS.
       77  WRK-VENDEDOR        PIC 9(04) VALUE ZEROS.

      *=======EMBARQUE CONSOLIDADO DO PEDIDO (ARQUIVO "EMBCONS"; ZERO =
      *=======PEDIDO EMBARCADO SOZINHO): O FRETE SAI DO VALOR/PESO DO
      *=======EMBARQUE E E RATEADO PELO VALOR DO PEDIDO.
       77  WRK-FS-EMBCONS      PIC X(02) VALUE "00".
       77  WRK-EMBCONS-ATIVO   PIC X(01) VALUE "N".
           88  CONSOLIDACAO-ATIVA       VALUE "S".
       77  WRK-EMBARQUE        PIC 9(08) VALUE ZEROS.

      *=======LINHA DO KIT NA NOTA (ARQUIVO "PEDKIT"), IMPRESSA UMA
      *=======VEZ ANTES DOS SEUS COMPONENTES.
       77  WRK-FS-PEDKIT       PIC X(02) VALUE "00".
       77  WRK-PEDKIT-ATIVO    PIC X(01) VALUE "N".
           88  KITS-DISPONIVEIS         VALUE "S".
       77  WRK-KIT-SEQ-NOTA    PIC 9(02) VALUE ZEROS.
       77  WRK-EMBARQUE-ACHADO PIC X(01) VALUE "N".
           88  EMBARQUE-CONSOLIDADO     VALUE "S".
       77  WRK-VALOR-FRETE     PIC S9(08)V99 VALUE ZEROS.
       77  WRK-QTD-CONSOLIDADOS PIC 9(05) VALUE ZEROS.
       01  WRK-RATEIO.
           05  WRK-RAT-FRETE       PIC S9(08)V99 VALUE ZEROS.
           05  WRK-RAT-ADVALOREM   PIC S9(08)V99 VALUE ZEROS.
           05  WRK-RAT-GRIS        PIC S9(08)V99 VALUE ZEROS.
           05  WRK-RAT-PEDAGIO     PIC S9(08)V99 VALUE ZEROS.
           05  WRK-RAT-COMBUST     PIC S9(08)V99 VALUE ZEROS.
      *=======VALOR E PESO DO PEDIDO NA BASE DO EMBCONS (SOMA BRUTA
      *=======DOS ITENS): COMO A CONSOLID SOMOU (LIDO) E O QUE DE FATO
      *=======EMBARCA NESTE LOTE, DEPOIS DO BACKORDER (PED). A PARTE
      *=======CALCULADA NO FRETE FICA PENDENTE ATE A SAIDA SER ACEITA.
       77  WRK-EMB-VALOR-LIDO  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-EMB-PESO-LIDO   PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EMB-VALOR-PED   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-EMB-PESO-PED    PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EMB-VALOR-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77  WRK-EMB-PESO-TOTAL  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-RATEIO-PEND     PIC X(01) VALUE "N".
           88  RATEIO-PENDENTE          VALUE "S".

      *=======NOTA FISCAL ELETRONICA (ARQUIVO "NFEEXP"): SERIE E
      *=======NUMERO POR FILIAL NO PARAMETR, EMITENTE NO CADASTRO
      *======="FILIAL". SEM O CADASTRO, NENHUMA NOTA E EXPORTADA.
       77  WRK-FS-NFEEXP       PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL       PIC X(02) VALUE "00".
       77  WRK-FILIAL-ATIVA    PIC X(01) VALUE "N".
           88  CADASTRO-FILIAL-ATIVO    VALUE "S".
       77  WRK-NFE-EMITIDA     PIC X(01) VALUE "N".
           88  NFE-FOI-NUMERADA         VALUE "S".
       77  WRK-NFE-SERIE       PIC 9(03) VALUE ZEROS.
       77  WRK-NFE-NUMERO      PIC 9(09) VALUE ZEROS.
       77  WRK-NFE-SEQ         PIC 9(08) VALUE ZEROS.
       01  WRK-NFE-PARM-SERIE.
           05  FILLER          PIC X(07) VALUE "SERIENF".
           05  WRK-NFE-SER-FILIAL PIC 9(02) VALUE ZEROS.
           05  FILLER          PIC X(01) VALUE SPACES.
       01  WRK-NFE-PARM-SEQ.
           05  FILLER          PIC X(05) VALUE "SEQNF".
           05  WRK-NFE-SEQ-FILIAL PIC 9(02) VALUE ZEROS.
           05  FILLER          PIC X(03) VALUE SPACES.
       77  WRK-NFE-CNPJ        PIC X(14) VALUE SPACES.
       77  WRK-NFE-CIDADE      PIC X(15) VALUE SPACES.
       77  WRK-NFE-UF-EMIT     PIC X(02) VALUE SPACES.
       77  WRK-NFE-SEQ-ITEM    PIC 9(03) VALUE ZEROS.
       77  WRK-NFE-ULTIMO-ITEM PIC 9(03) VALUE ZEROS.
       77  WRK-NFE-SOMA-ITENS  PIC 9(08)V99 VALUE ZEROS.
       01  WRK-NFE-VALORES-ITEM.
           05  WRK-NFE-VALOR-ITEM PIC 9(08)V99 OCCURS 20 TIMES.
       77  WRK-NFE-VALOR-NOTA  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-NFE         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-REG-NFE     PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-NFE         PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QTD-SEM-NFE     PIC 9(05) VALUE ZEROS.
      *=======CHAVE DE ACESSO (44 DIGITOS) E O SEU DIGITO MODULO 11:
      *=======PESOS 2 A 9 DA DIREITA PARA A ESQUERDA SOBRE OS 43
      *=======PRIMEIROS; RESTO 0 OU 1 DA DIGITO 0.
       01  WRK-NFE-CHAVE.
           05  WRK-NFE-CH-UF   PIC 9(02).
           05  WRK-NFE-CH-AA   PIC 9(02).
           05  WRK-NFE-CH-MM   PIC 9(02).
           05  WRK-NFE-CH-CNPJ PIC X(14).
           05  WRK-NFE-CH-MODELO PIC X(02).
           05  WRK-NFE-CH-SERIE PIC 9(03).
           05  WRK-NFE-CH-NUMERO PIC 9(09).
           05  WRK-NFE-CH-TP-EMIS PIC X(01).
           05  WRK-NFE-CH-CODIGO PIC 9(08).
           05  WRK-NFE-CH-DV   PIC 9(01).
       01  WRK-NFE-CHAVE-R REDEFINES WRK-NFE-CHAVE.
           05  WRK-NFE-CH-DIG  PIC 9(01) OCCURS 44 TIMES.
       77  WRK-NFE-IDX-DV      PIC 9(02) VALUE ZEROS.
       77  WRK-NFE-PESO-DV     PIC 9(01) VALUE ZEROS.
       77  WRK-NFE-SOMA-DV     PIC 9(04) VALUE ZEROS.
       77  WRK-NFE-QUOC-DV     PIC 9(04) VALUE ZEROS.
       77  WRK-NFE-RESTO-DV    PIC 9(02) VALUE ZEROS.
      *=======CODIGO IBGE DA UF DO EMITENTE (PRIMEIROS DOIS DIGITOS DA
      *=======CHAVE DE ACESSO).
       01  WRK-TAB-UF-IBGE.
           05  FILLER PIC X(36) VALUE
               "AC12AL27AP16AM13BA29CE23DF53ES32GO52".
           05  FILLER PIC X(36) VALUE
               "MA21MT51MS50MG31PA15PB25PR41PE26PI22".
           05  FILLER PIC X(36) VALUE
               "RJ33RN24RS43RO11RR14SC42SP35SE28TO17".
       01  WRK-TAB-UF-IBGE-R REDEFINES WRK-TAB-UF-IBGE.
           05  WRK-UF-IBGE OCCURS 27 TIMES.
               10  WRK-UF-IBGE-SIGLA  PIC X(02).
               10  WRK-UF-IBGE-CODIGO PIC 9(02).
       77  WRK-IDX-UF-IBGE     PIC 9(02) VALUE ZEROS.

      *=======CONSUMO FEFO DO SALDO POR LOTE (VER ESTLOTE); RODA
      *=======JUNTO COM A BAIXA DE ESTOQUE DE CADA ITEM.
       77  WRK-LOTES-ATIVO     PIC X(01) VALUE "N".
       77  WRK-PESO-TAXAVEL    PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTD-CUBADOS     PIC 9(05) VALUE ZEROS.

      *=======FIDELIDADE: PONTOS GANHOS NA SAIDA E RESGATADOS COMO
      *=======DESCONTO (RAZAO "PONTOS" POR CLIENTE E MES DO GANHO;
      *=======RESGATE E GANHO DE CADA PEDIDO NO "PONTOPED").
       77  WRK-PONTOS-ATIVO    PIC X(01) VALUE "N".
           88  PROGRAMA-PONTOS-ATIVO    VALUE "S".
       77  WRK-PONTOS-POR-REAL PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-VALOR-PONTO     PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-REF-ATUAL       PIC X(06) VALUE SPACES.
       01  WRK-REF-VENCIDA.
           05  WRK-RV-ANO      PIC 9(04).
           05  WRK-RV-MES      PIC 9(02).
       77  WRK-PONTOPED-LIDO   PIC X(01) VALUE "N".
           88  PONTOPED-FOI-LIDO        VALUE "S".
       77  WRK-PTO-CLIENTE     PIC 9(06) VALUE ZEROS.
       77  WRK-DESCONTO-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PONTOS-RESGATE  PIC 9(07) VALUE ZEROS.
       77  WRK-PONTOS-GANHOS   PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-PONTOS    PIC 9(08) VALUE ZEROS.
       77  WRK-PTO-A-DEBITAR   PIC 9(07) VALUE ZEROS.
       77  WRK-PTO-A-CREDITAR  PIC 9(07) VALUE ZEROS.
       77  WRK-PTO-DESTE-LOTE  PIC 9(07) VALUE ZEROS.
       77  WRK-PTO-MOTIVO      PIC X(01) VALUE SPACES.
           88  DEBITO-DE-RESGATE        VALUE "R".
           88  DEBITO-DE-ESTORNO        VALUE "E".
           88  CREDITO-DE-GANHO         VALUE "G".
           88  CREDITO-DE-DEVOLUCAO     VALUE "D".
       77  WRK-FIM-PONTOS      PIC X(01) VALUE "N".
           88  FIM-DOS-PONTOS           VALUE "S".
       77  WRK-TOT-PONTOS-GANHOS    PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-RESGATE   PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-ESTORNO   PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PONTOS-DEVOLVIDO PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-DESCONTO-PONTOS  PIC 9(10)V99 VALUE ZEROS.

      *=======CONTAGENS E TOTAIS DO LOTE PARA O BATIMENTO (BALANFRT)
       77  WRK-CTL-QTD-RESULTADO PIC 9(07) VALUE ZEROS.
       77  WRK-CTL-QTD-NOTAS     PIC 9(07) VALUE ZEROS.
       77  WRK-TRANSPORTADORA PIC 9(03) VALUE ZEROS.
       77  WRK-ICMS-PERC      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-RETORNO-CALCFRET PIC X(02) VALUE "00".
      *=======ESCOLHA ENTRE TRANSPORTADORAS DA CALCFRET: SEGUNDA
      *=======MELHOR COTACAO E ECONOMIA DA ESCOLHA.
           COPY CALCFRLK.
       77  WRK-URGENTE        PIC X(01) VALUE "N".
       77  WRK-ECONOMIA       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-TOT-ECONOMIA   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QTD-COM-ESCOLHA PIC 9(05) VALUE ZEROS.
       77  WRK-CAMPANHA-OK    PIC X(01) VALUE "N".
       77  WRK-RESGATE-PEND   PIC X(01) VALUE "N".
           88  RESGATE-PENDENTE         VALUE "S".
               10  WRK-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TOT-FRETE   PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TOT-ICMS    PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TOT-ADVALOREM PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TOT-GRIS    PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TOT-PEDAGIO PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TOT-COMBUST PIC 9(10)V99 VALUE ZEROS.

      *=======TOTAIS DE FRETE DE RETORNO POR UF (EM SEPARADO DOS
      *=======TOTAIS DE SAIDA ACIMA, PARA NAO MISTURAR OS DOIS NO
       0050-ABRIR         SECTION.
           MOVE "PROGRAMA11" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           PERFORM 0053-CARREGAR-LOTE.
           OPEN INPUT  ARQ-PEDIDOS.
           PERFORM 0045-LER-CHECKPOINT.
           IF WRK-QTD-PROCESSADOS GREATER ZERO
               OPEN EXTEND ARQ-RESULTADO
               OPEN EXTEND ARQ-NOTA
               OPEN EXTEND ARQ-NFEEXP
           ELSE
               OPEN OUTPUT ARQ-RESULTADO
               OPEN OUTPUT ARQ-NOTA
               OPEN OUTPUT ARQ-NFEEXP
           END-IF.
           OPEN I-O    ARQ-PARAMETR.
           OPEN I-O    ARQ-PROMO.
           OPEN INPUT  ARQ-CAMBIO.
           OPEN EXTEND ARQ-PROMOUSO.
           PERFORM 0054-CARREGAR-CANCELADOS.
           OPEN EXTEND ARQ-PEDSTAT.
           OPEN INPUT  ARQ-CLIENTE.
           OPEN EXTEND ARQ-AUDITLOG.
           PERFORM 0063-ABRIR-CONTFRET.
           PERFORM 0063A-ABRIR-COTACAO.
           PERFORM 0064-ABRIR-CLIENDER.
           PERFORM 0066-ABRIR-EMBCONS.
           PERFORM 0067-ABRIR-FILIAL.
           PERFORM 0069-ABRIR-PONTOS.
           PERFORM 0059-CARREGAR-FERIADOS.
           PERFORM 0062-LER-SESSAO.

                  "/"        DELIMITED BY SIZE
                  WRK-DS-ANO DELIMITED BY SIZE
                  INTO WRK-DATA-EMISSAO.
           IF WRK-QTD-PROCESSADOS EQUAL ZERO
               PERFORM 0068-GRAVAR-HEADER-NFE
           END-IF.

      *=======OS PARAMETROS DE NEGOCIO SAEM DA BUSCAPAR (VALOR
      *=======VIGENTE NA DATA DO LOTE; SEM VIGENCIA, O "PARAMETR"
               MOVE ZEROS TO WRK-CAMBIO-USD
           END-IF.

      *=======FIDELIDADE: LOTE DO MES CORRENTE E ULTIMO MES JA VENCIDO
      *=======(O LOTE VALE 12 MESES CONTANDO O DO GANHO; O EXTPONTO O
      *=======BAIXA NO FECHAMENTO DO ULTIMO).
           IF PROGRAMA-PONTOS-ATIVO
               MOVE WRK-DATA-SISTEMA-X(1:6) TO WRK-REF-ATUAL
               COMPUTE WRK-RV-ANO = WRK-DS-ANO - 1
               MOVE WRK-DS-MES TO WRK-RV-MES
               MOVE "PONTOREAL" TO WRK-PARM-CODIGO
               PERFORM 0057-BUSCAR-PARAMETRO
               IF PARAMETRO-FOI-ACHADO
                   MOVE WRK-PARM-VALOR TO WRK-PONTOS-POR-REAL
               ELSE
                   DISPLAY "PARÂMETRO PONTOREAL NÃO CADASTRADO. "
                           "SAÍDAS NÃO GANHAM PONTOS."
                   MOVE ZEROS TO WRK-PONTOS-POR-REAL
               END-IF
               MOVE "VALPONTO" TO WRK-PARM-CODIGO
               PERFORM 0057-BUSCAR-PARAMETRO
               IF PARAMETRO-FOI-ACHADO
                   MOVE WRK-PARM-VALOR TO WRK-VALOR-PONTO
               ELSE
                   DISPLAY "PARÂMETRO VALPONTO NÃO CADASTRADO. "
                           "RESGATE DE PONTOS DESATIVADO."
                   MOVE ZEROS TO WRK-VALOR-PONTO
               END-IF
           END-IF.

           PERFORM 0060-RESTART-CHECKPOINT.

       0057-BUSCAR-PARAMETRO SECTION.
               OPEN EXTEND ARQ-MOVEST
               OPEN EXTEND ARQ-BACKORD
               PERFORM 0057A-ABRIR-ESTLOTES
               PERFORM 0057B-ABRIR-QUARENT
           ELSE
               DISPLAY "ARQUIVO DE ESTOQUE INDISPONÍVEL (STATUS "
                       WRK-FS-ESTOQUE ") -- CONTROLE DE ESTOQUE "
               SET CONTROLE-LOTES-ATIVO TO TRUE
           END-IF.

      *=======A QUARENTENA NASCE NO PRIMEIRO RETORNO, COMO O CONTAREC.
       0057B-ABRIR-QUARENT SECTION.
           OPEN I-O ARQ-QUARENT.
           IF WRK-FS-QUARENT EQUAL "35"
               OPEN OUTPUT ARQ-QUARENT
               CLOSE ARQ-QUARENT
               OPEN I-O ARQ-QUARENT
           END-IF.
           IF WRK-FS-QUARENT NOT EQUAL "00"
               MOVE WRK-FS-QUARENT TO UTIL-FS-CODIGO
               MOVE "QUARENT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0058-ABRIR-PRODUTO SECTION.
           OPEN INPUT ARQ-PRODUTO.
           IF WRK-FS-PRODUTO EQUAL "00"
                       "DESATIVADA NESTE LOTE."
           END-IF.

      *=======O RAZAO DE PONTOS E OS PONTOS POR PEDIDO NASCEM NA
      *=======PRIMEIRA EXECUCAO, COMO O PEDHIST; SE UM DELES NAO ABRIR,
      *=======O LOTE SEGUE SEM FIDELIDADE (SEM GANHO E SEM RESGATE).
       0069-ABRIR-PONTOS SECTION.
           OPEN I-O ARQ-PONTOS.
           IF WRK-FS-PONTOS EQUAL "35"
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN I-O ARQ-PONTOS
           END-IF.
           OPEN I-O ARQ-PONTOPED.
           IF WRK-FS-PONTOPED EQUAL "35"
               OPEN OUTPUT ARQ-PONTOPED
               CLOSE ARQ-PONTOPED
               OPEN I-O ARQ-PONTOPED
           END-IF.
           IF WRK-FS-PONTOS EQUAL "00"
              AND WRK-FS-PONTOPED EQUAL "00"
               SET PROGRAMA-PONTOS-ATIVO TO TRUE
           ELSE
               DISPLAY "ARQUIVOS DE PONTOS INDISPONÍVEIS (STATUS "
                       WRK-FS-PONTOS "/" WRK-FS-PONTOPED
                       ") -- FIDELIDADE DESATIVADA NESTE LOTE."
           END-IF.

      *=======SEM A TABELA DE CONTRATOS (AINDA NAO CARREGADA PELA
      *=======CARGACTF), TODO FRETE SAI PELA TARIFA DA UF, COMO ANTES.
      *=======SEM O ARQUIVO DE COTACOES, O FRETE SEGUE RECALCULADO.
           IF WRK-FS-CLIENDER EQUAL "00"
               SET CADERNO-ENDERECO-ATIVO TO TRUE
           END-IF.
      *=======SEM OS KITS VENDIDOS (NENHUM KIT AINDA), OS COMPONENTES
      *=======SAEM NA NOTA COMO ITENS AVULSOS.
           OPEN INPUT ARQ-PEDKIT.
           IF WRK-FS-PEDKIT EQUAL "00"
               SET KITS-DISPONIVEIS TO TRUE
           END-IF.

      *=======SEM O ARQUIVO DE EMBARQUES (STEP CONSOLID NAO RODOU),
      *=======CADA PEDIDO SEGUE COM O SEU PROPRIO FRETE.
       0066-ABRIR-EMBCONS SECTION.
           OPEN I-O ARQ-EMBCONS.
           IF WRK-FS-EMBCONS EQUAL "00"
               SET CONSOLIDACAO-ATIVA TO TRUE
           END-IF.

      *=======SEM O CADASTRO DE FILIAIS NAO HA CNPJ DE EMITENTE: O LOTE
      *=======SEGUE, MAS NENHUMA NOTA ELETRONICA E EXPORTADA.
       0067-ABRIR-FILIAL  SECTION.
           OPEN INPUT ARQ-FILIAL.
           IF WRK-FS-FILIAL EQUAL "00"
               SET CADASTRO-FILIAL-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE FILIAIS INDISPONÍVEL (STATUS "
                       WRK-FS-FILIAL ") -- NOTA ELETRÔNICA NÃO "
                       "EXPORTADA NESTE LOTE."
           END-IF.

      *=======O HEADER SO SAI NA EXECUCAO NOVA; NO RESTART O ARQUIVO
      *=======REABRE EM EXTEND E O HEADER DA EXECUCAO CAIDA VALE.
       0068-GRAVAR-HEADER-NFE SECTION.
           MOVE SPACES TO NFEEXP-HEADER.
           MOVE "H"      TO NFE-H-TIPO-REG.
           MOVE "NFEEXP" TO NFE-H-ARQUIVO.
           MOVE WRK-DATA-SISTEMA-X TO NFE-H-DATA-GERACAO.
           MOVE "0100"   TO NFE-H-LEIAUTE.
           WRITE NFEEXP-HEADER.
           PERFORM 0219-CONFERIR-NFEEXP.

      *=======CARREGA OS FERIADOS ATIVOS PARA AS CHAMADAS A DIAUTIL,
      *=======IGUAL A 0100-MONTAR-LISTA-FERIADOS DA VERIFDIA, SO QUE
               CLOSE ARQ-SESSAO
           END-IF.

      *=======PRIMEIRA LEITURA DO "PEDIDOS": GUARDA O NUMERO DE CADA
      *=======SAIDA DO LOTE, PARA A TRILHA SO MARCAR OS CANCELAMENTOS
      *=======QUE INTERESSAM A ESTA NOITE. LOTE QUE NAO CABE NA TABELA
      *=======ENCERRA O JOB -- UM CANCELAMENTO NAO PODE PASSAR DIRETO.
       0053-CARREGAR-LOTE SECTION.
           MOVE "N" TO WRK-FIM-LOTE.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL "00"
               PERFORM 0053A-LER-LOTE UNTIL FIM-DO-LOTE
               CLOSE ARQ-PEDIDOS
           END-IF.
           MOVE "00" TO WRK-FS-PEDIDOS.

       0053A-LER-LOTE     SECTION.
           READ ARQ-PEDIDOS
               AT END
                   SET FIM-DO-LOTE TO TRUE
               NOT AT END
                   IF PED-REG-CABECALHO
                      AND PED-TIPO-MOV NOT EQUAL "R"
                      AND PED-TIPO-MOV NOT EQUAL "E"
                       IF PED-NUMERO IS NUMERIC
                           IF PED-NUMERO GREATER ZEROS
                               PERFORM 0053B-INCLUIR-NO-LOTE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0053B-INCLUIR-NO-LOTE SECTION.
           IF WRK-QTD-TAB-LOTE NOT LESS 5000
               DISPLAY "TABELA DE SAÍDAS DO LOTE CHEIA (5000) -- "
                       "CANCELAMENTOS NÃO PODEM SER CONFERIDOS."
               DISPLAY "JOB ENCERRADO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-TAB-LOTE.
           MOVE PED-NUMERO TO WRK-LOTE-NUM(WRK-QTD-TAB-LOTE).
           MOVE "N"        TO WRK-LOTE-CANCELADO(WRK-QTD-TAB-LOTE).

      *=======COLHE DA TRILHA, ANTES DE ABRI-LA PARA ACRESCENTAR, OS
      *=======CANCELAMENTOS NO CANCPED ("CA") DAS SAIDAS DO LOTE.
       0054-CARREGAR-CANCELADOS SECTION.
           MOVE "N" TO WRK-FIM-TRILHA.
           OPEN INPUT ARQ-PEDSTAT.
           IF WRK-FS-PEDSTAT EQUAL "00"
               PERFORM 0054A-LER-TRILHA UNTIL FIM-DA-TRILHA
               CLOSE ARQ-PEDSTAT
           END-IF.
           MOVE "00" TO WRK-FS-PEDSTAT.

       0054A-LER-TRILHA   SECTION.
           READ ARQ-PEDSTAT
               AT END
                   SET FIM-DA-TRILHA TO TRUE
               NOT AT END
                   IF PST-STATUS EQUAL "CA"
                       MOVE PST-NUMERO TO WRK-NUM-BUSCA
                       PERFORM 0054B-BUSCAR-NO-LOTE
                       IF SAIDA-NO-LOTE
                           MOVE "S" TO WRK-LOTE-CANCELADO(WRK-IDX-CAN)
                       END-IF
                   END-IF
           END-READ.

       0054B-BUSCAR-NO-LOTE SECTION.
           MOVE "N" TO WRK-LOTE-ACHADO.
           MOVE 1   TO WRK-IDX-CAN.
           PERFORM 0054C-PROCURAR-NO-LOTE
               UNTIL WRK-IDX-CAN GREATER WRK-QTD-TAB-LOTE
                  OR SAIDA-NO-LOTE.

       0054C-PROCURAR-NO-LOTE SECTION.
           IF WRK-LOTE-NUM(WRK-IDX-CAN) EQUAL WRK-NUM-BUSCA
               SET SAIDA-NO-LOTE TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-CAN
           END-IF.

      *=======SO LE O CHECKPOINT PARA SABER SE ESTA EXECUCAO E UM
      *=======RESTART (WRK-QTD-PROCESSADOS GREATER ZERO); RODA ANTES DE
      *=======ABRIR RESULTADO/NOTA PARA DECIDIR SE ELES ENTRAM EM MODO
                               TO WRK-CTL-TOT-FINAL
                           MOVE CHECKPT-TOT-FRETE-SAIDA
                               TO WRK-CTL-TOT-FRETE-SAI
                           MOVE CHECKPT-QTD-NFE
                               TO WRK-QTD-NFE
                           MOVE CHECKPT-QTD-REG-NFE
                               TO WRK-QTD-REG-NFE
                           MOVE CHECKPT-TOT-NFE
                               TO WRK-TOT-NFE
                       END-IF
               END-READ
               CLOSE ARQ-CHECKPT
           IF NOT TIPO-E-RETORNO AND NOT TIPO-E-ESTORNO
               SET TIPO-E-SAIDA TO TRUE
           END-IF.
           MOVE PED-MOTIVO-DEV TO WRK-MOTIVO-DEV.
           MOVE PED-MOEDA      TO WRK-MOEDA.
           IF WRK-MOEDA EQUAL SPACES
               MOVE "BRL" TO WRK-MOEDA
           ELSE
               MOVE ZEROS TO WRK-VENDEDOR
           END-IF.
      *=======PEDIDO URGENTE ESCOLHE A TRANSPORTADORA DE MENOR PRAZO.
           IF PED-E-URGENTE
               MOVE "S" TO WRK-URGENTE
           ELSE
               MOVE "N" TO WRK-URGENTE
           END-IF.
      *=======EMBARQUE CONSOLIDADO (ZERO/BRANCO = PEDIDO SOZINHO).
           IF PED-EMBARQUE IS NUMERIC
               MOVE PED-EMBARQUE TO WRK-EMBARQUE
           ELSE
               MOVE ZEROS TO WRK-EMBARQUE
           END-IF.

       0094-LER-ITEM-PEDIDO SECTION.
           PERFORM 0095-LER-REGISTRO.
                           TO WRK-ITEM-COD(WRK-QTD-ITENS)
                       MOVE PEDIDO-REC
                           TO WRK-ITEM-IMAGEM(WRK-QTD-ITENS)
                       IF PED-KIT-SEQ IS NUMERIC
                           MOVE PED-KIT-SEQ
                               TO WRK-ITEM-KIT-SEQ(WRK-QTD-ITENS)
                       ELSE
                           MOVE ZEROS
                               TO WRK-ITEM-KIT-SEQ(WRK-QTD-ITENS)
                       END-IF
                   ELSE
                       DISPLAY "PEDIDO COM MAIS DE 20 ITENS -- "
                               "ITEM " PED-PRODUTO " DESCARTADO."
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======SO A SAIDA E CANCELADA; RETORNO E ESTORNO REPETEM O
      *=======NUMERO DE UMA SAIDA JA PROCESSADA, QUE NUNCA TEM "CA".
       0096-VERIFICAR-CANCELADO SECTION.
           IF TIPO-E-SAIDA AND WRK-NUMERO-PEDIDO GREATER ZEROS
               MOVE WRK-NUMERO-PEDIDO TO WRK-NUM-BUSCA
               PERFORM 0054B-BUSCAR-NO-LOTE
               IF SAIDA-NO-LOTE
                   IF WRK-LOTE-CANCELADO(WRK-IDX-CAN) EQUAL "S"
                       SET PEDIDO-E-CANCELADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0100-INPUT         SECTION.
           PERFORM 0090-MONTAR-PEDIDO.
           MOVE "N" TO WRK-PEDIDO-CANCELADO.
           IF NOT FIM-DE-PEDIDOS
               PERFORM 0096-VERIFICAR-CANCELADO
           END-IF.
           IF NOT FIM-DE-PEDIDOS AND NOT PEDIDO-E-CANCELADO
               MOVE "N"    TO WRK-PEDIDO-REJEITADO
               MOVE "N"    TO WRK-RESGATE-PEND
               MOVE "N"    TO WRK-PEDIDO-ADIADO
               MOVE ZEROS  TO WRK-QTD-BKO-PEND
               MOVE SPACES TO WRK-MOTIVO-REJEICAO
               PERFORM 0102-TOTALIZAR-ITENS
               MOVE WRK-VALOR TO WRK-EMB-VALOR-LIDO
               MOVE WRK-PESO  TO WRK-EMB-PESO-LIDO
               IF TIPO-E-SAIDA AND CONTROLE-ESTOQUE-ATIVO
                   PERFORM 0104-SEPARAR-BACKORDER
               END-IF
               MOVE WRK-VALOR TO WRK-EMB-VALOR-PED
               MOVE WRK-PESO  TO WRK-EMB-PESO-PED
               PERFORM 0113-CALCULAR-PESO-CUBADO
               PERFORM 0110-CONVERTER-MOEDA
               PERFORM 0107-BUSCAR-CLIENTE
       0102-TOTALIZAR-ITENS SECTION.
           MOVE ZEROS  TO WRK-VALOR.
           MOVE ZEROS  TO WRK-PESO.
           MOVE ZEROS  TO WRK-QTD-VOLUMES.
           MOVE SPACES TO WRK-PRODUTO.
           IF WRK-QTD-ITENS GREATER ZERO
               MOVE WRK-ITEM-PRODUTO(1) TO WRK-PRODUTO
           END-IF.
           ADD WRK-ITEM-VALOR(WRK-IDX-ITEM) TO WRK-VALOR.
           ADD WRK-ITEM-PESO(WRK-IDX-ITEM)  TO WRK-PESO.
           ADD WRK-ITEM-QTDE(WRK-IDX-ITEM)  TO WRK-QTD-VOLUMES.
           ADD 1 TO WRK-IDX-ITEM.

      *=======ANTES DE QUALQUER CALCULO, DIVIDE O ITEM DE SAIDA SEM
               SET VALOR-ABAIXO-DO-MINIMO TO TRUE
           END-IF.

      *=======RESGATE DE PONTOS DIGITADO NO ENTRAPED ("PONTOPED"):
      *=======DESCONTO DEPOIS DA PROMOCAO E ANTES DO FRETE, NO MESMO
      *=======ESQUEMA DA CAMPANHA -- NA SAIDA, RESGATE SEM SALDO E
      *=======IGNORADO E O PEDIDO SEGUE SEM ELE; ESTORNO E RETORNO SO
      *=======REPETEM O DESCONTO QUE A SAIDA REALMENTE USOU. OS LOTES
      *=======SO SAO TOCADOS DEPOIS DO PEDIDO ACEITO (0146B/0146C).
       0146-APLICAR-PONTOS SECTION.
           MOVE WRK-CLIENTE TO WRK-PTO-CLIENTE.
           MOVE ZEROS       TO WRK-PONTOS-RESGATE.
           IF WRK-NUMERO-PEDIDO GREATER ZEROS
               MOVE WRK-NUMERO-PEDIDO TO PPD-NUMERO
               READ ARQ-PONTOPED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PONTOPED-FOI-LIDO TO TRUE
                       MOVE PPD-CLIENTE TO WRK-PTO-CLIENTE
               END-READ
           END-IF.
           IF PONTOPED-FOI-LIDO
               IF TIPO-E-SAIDA
                   IF PPD-RESGATE-PENDENTE
                       PERFORM 0146A-AVALIAR-RESGATE
                   END-IF
               ELSE
                   IF PPD-RESGATE-USADO
                       MOVE PPD-VALOR-RESGATE TO WRK-DESCONTO-PONTOS
                   END-IF
               END-IF
           END-IF.
           IF WRK-DESCONTO-PONTOS GREATER ZEROS
               SUBTRACT WRK-DESCONTO-PONTOS FROM WRK-VALOR
           END-IF.

      *=======O RESGATE VALE PONTOS X "VALPONTO" E NUNCA PASSA DO
      *=======VALOR DO PEDIDO JA COM A PROMOCAO (SE PASSAR, SO OS
      *=======PONTOS QUE CABEM NO VALOR SAO USADOS).
       0146A-AVALIAR-RESGATE SECTION.
           IF WRK-VALOR-PONTO EQUAL ZEROS
               DISPLAY "RESGATE DE PONTOS DO PEDIDO " WRK-NUMERO-PEDIDO
                       " IGNORADO -- VALPONTO NÃO CADASTRADO."
           ELSE
               PERFORM 0146D-SOMAR-SALDO-PONTOS
               IF WRK-SALDO-PONTOS LESS PPD-PONTOS-RESGATE
                   DISPLAY "RESGATE DE PONTOS DO PEDIDO "
                           WRK-NUMERO-PEDIDO " IGNORADO -- SALDO DO "
                           "CLIENTE (" WRK-SALDO-PONTOS
                           ") INSUFICIENTE."
               ELSE
                   MOVE PPD-PONTOS-RESGATE TO WRK-PONTOS-RESGATE
                   COMPUTE WRK-DESCONTO-PONTOS =
                           WRK-PONTOS-RESGATE * WRK-VALOR-PONTO
                   IF WRK-DESCONTO-PONTOS GREATER WRK-VALOR
                       COMPUTE WRK-PONTOS-RESGATE =
                               WRK-VALOR / WRK-VALOR-PONTO
                       COMPUTE WRK-DESCONTO-PONTOS =
                               WRK-PONTOS-RESGATE * WRK-VALOR-PONTO
                       DISPLAY "RESGATE DE PONTOS DO PEDIDO "
                               WRK-NUMERO-PEDIDO " LIMITADO A "
                               WRK-PONTOS-RESGATE " PONTOS (VALOR "
                               "DO PEDIDO)."
                   END-IF
               END-IF
           END-IF.

      *=======SAIDA ACEITA: DEBITA O RESGATE DOS LOTES MAIS ANTIGOS E
      *=======CREDITA OS PONTOS GANHOS NO LOTE DO MES, SOBRE O VALOR
      *=======LIQUIDO DE DESCONTOS E SEM O FRETE (PONTO FRACIONADO
      *=======NAO CONTA). O "PONTOPED" GUARDA OS DOIS PARA O ESTORNO.
       0146B-CREDITAR-PONTOS SECTION.
           IF PONTOPED-FOI-LIDO AND PPD-RESGATE-PENDENTE
               IF WRK-PONTOS-RESGATE GREATER ZEROS
                   MOVE WRK-PONTOS-RESGATE TO WRK-PTO-A-DEBITAR
                   SET DEBITO-DE-RESGATE TO TRUE
                   PERFORM 0146F-DEBITAR-PONTOS
                   MOVE WRK-PONTOS-RESGATE  TO PPD-PONTOS-RESGATE
                   MOVE WRK-DESCONTO-PONTOS TO PPD-VALOR-RESGATE
                   SET PPD-RESGATE-USADO TO TRUE
                   ADD WRK-PONTOS-RESGATE  TO WRK-TOT-PONTOS-RESGATE
                   ADD WRK-DESCONTO-PONTOS TO WRK-TOT-DESCONTO-PONTOS
               ELSE
                   MOVE ZEROS TO PPD-VALOR-RESGATE
                   SET PPD-RESGATE-IGNORADO TO TRUE
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-PONTOS-GANHOS.
           IF WRK-PONTOS-POR-REAL GREATER ZEROS
              AND WRK-VALOR GREATER ZEROS
              AND WRK-PTO-CLIENTE GREATER ZEROS
              AND WRK-NUMERO-PEDIDO GREATER ZEROS
               COMPUTE WRK-PONTOS-GANHOS =
                       WRK-VALOR * WRK-PONTOS-POR-REAL
           END-IF.
           IF WRK-PONTOS-GANHOS GREATER ZEROS
               MOVE WRK-PONTOS-GANHOS TO WRK-PTO-A-CREDITAR
               SET CREDITO-DE-GANHO TO TRUE
               PERFORM 0146I-CREDITAR-LOTE-MES
               ADD WRK-PONTOS-GANHOS TO WRK-TOT-PONTOS-GANHOS
           END-IF.
           IF PONTOPED-FOI-LIDO OR WRK-PONTOS-GANHOS GREATER ZEROS
               PERFORM 0146K-GRAVAR-PONTOPED
           END-IF.

      *=======ESTORNO OU RETORNO ACEITO: OS PONTOS GANHOS NA SAIDA
      *=======SAEM DO LOTE ORIGINAL (O QUE JA FOI USADO SAI DOS LOTES
      *=======MAIS ANTIGOS) E O RESGATE USADO VOLTA AO CLIENTE NO LOTE
      *=======DO MES.
       0146C-DESFAZER-PONTOS SECTION.
           IF PONTOPED-FOI-LIDO
               IF PPD-GANHO-CREDITADO
                   MOVE PPD-PONTOS-GANHOS TO WRK-PTO-A-DEBITAR
                   SET DEBITO-DE-ESTORNO TO TRUE
                   PERFORM 0146L-ESTORNAR-LOTE-ORIGEM
                   IF WRK-PTO-A-DEBITAR GREATER ZEROS
                       PERFORM 0146F-DEBITAR-PONTOS
                   END-IF
                   IF WRK-PTO-A-DEBITAR GREATER ZEROS
                       DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " -- "
                               WRK-PTO-A-DEBITAR " PONTOS GANHOS JÁ "
                               "USADOS OU VENCIDOS NÃO PUDERAM SER "
                               "ESTORNADOS."
                   END-IF
                   COMPUTE WRK-TOT-PONTOS-ESTORNO =
                           WRK-TOT-PONTOS-ESTORNO + PPD-PONTOS-GANHOS
                           - WRK-PTO-A-DEBITAR
                   SET PPD-GANHO-ESTORNADO TO TRUE
               END-IF
               IF PPD-RESGATE-USADO
                   MOVE PPD-PONTOS-RESGATE TO WRK-PTO-A-CREDITAR
                   SET CREDITO-DE-DEVOLUCAO TO TRUE
                   PERFORM 0146I-CREDITAR-LOTE-MES
                   ADD PPD-PONTOS-RESGATE TO WRK-TOT-PONTOS-DEVOLVIDO
                   SET PPD-RESGATE-DEVOLVIDO TO TRUE
               END-IF
               MOVE WRK-DATA-SISTEMA-X TO PPD-DATA-ESTORNO
               REWRITE PONTOPED-REC
               IF WRK-FS-PONTOPED NOT EQUAL "00"
                   MOVE WRK-FS-PONTOPED TO UTIL-FS-CODIGO
                   MOVE "PONTOPED"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
           END-IF.

      *=======SALDO DO CLIENTE: SO LOTES ABERTOS E AINDA NAO VENCIDOS
      *=======(O EXTPONTO SO BAIXA O VENCIDO NO FIM DO MES).
       0146D-SOMAR-SALDO-PONTOS SECTION.
           MOVE ZEROS TO WRK-SALDO-PONTOS.
           PERFORM 0146E-POSICIONAR-CLIENTE.
           PERFORM 0146G-SOMAR-LOTE UNTIL FIM-DOS-PONTOS.

       0146E-POSICIONAR-CLIENTE SECTION.
           MOVE "N" TO WRK-FIM-PONTOS.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE.
           MOVE LOW-VALUES      TO PTO-REFERENCIA.
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-CHAVE
               INVALID KEY
                   SET FIM-DOS-PONTOS TO TRUE
           END-START.

       0146G-SOMAR-LOTE SECTION.
           READ ARQ-PONTOS NEXT
               AT END
                   SET FIM-DOS-PONTOS TO TRUE
               NOT AT END
                   IF PTO-CLIENTE NOT EQUAL WRK-PTO-CLIENTE
                       SET FIM-DOS-PONTOS TO TRUE
                   ELSE
                       IF PTO-ABERTO
                          AND PTO-REFERENCIA GREATER WRK-REF-VENCIDA
                           ADD PTO-SALDO TO WRK-SALDO-PONTOS
                       END-IF
                   END-IF
           END-READ.

      *=======DEBITO PELOS LOTES MAIS ANTIGOS PRIMEIRO (A CHAVE JA
      *=======VEM EM ORDEM DE MES DO GANHO).
       0146F-DEBITAR-PONTOS SECTION.
           PERFORM 0146E-POSICIONAR-CLIENTE.
           PERFORM 0146H-DEBITAR-LOTE
               UNTIL FIM-DOS-PONTOS
                  OR WRK-PTO-A-DEBITAR EQUAL ZEROS.

       0146H-DEBITAR-LOTE SECTION.
           READ ARQ-PONTOS NEXT
               AT END
                   SET FIM-DOS-PONTOS TO TRUE
               NOT AT END
                   IF PTO-CLIENTE NOT EQUAL WRK-PTO-CLIENTE
                       SET FIM-DOS-PONTOS TO TRUE
                   ELSE
                       IF PTO-ABERTO
                          AND PTO-REFERENCIA GREATER WRK-REF-VENCIDA
                          AND PTO-SALDO GREATER ZEROS
                           PERFORM 0146J-BAIXAR-LOTE
                       END-IF
                   END-IF
           END-READ.

       0146J-BAIXAR-LOTE SECTION.
           IF PTO-SALDO LESS WRK-PTO-A-DEBITAR
               MOVE PTO-SALDO         TO WRK-PTO-DESTE-LOTE
           ELSE
               MOVE WRK-PTO-A-DEBITAR TO WRK-PTO-DESTE-LOTE
           END-IF.
           IF DEBITO-DE-RESGATE
               ADD WRK-PTO-DESTE-LOTE TO PTO-RESGATADOS
           ELSE
               ADD WRK-PTO-DESTE-LOTE TO PTO-ESTORNADOS
           END-IF.
           SUBTRACT WRK-PTO-DESTE-LOTE FROM PTO-SALDO.
           SUBTRACT WRK-PTO-DESTE-LOTE FROM WRK-PTO-A-DEBITAR.
           MOVE WRK-DATA-SISTEMA-X TO PTO-DATA-ULT-MOV.
           REWRITE PONTOS-REC.
           IF WRK-FS-PONTOS NOT EQUAL "00"
               MOVE WRK-FS-PONTOS TO UTIL-FS-CODIGO
               MOVE "PONTOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======CREDITO (GANHO OU RESGATE DEVOLVIDO) NO LOTE DO MES DO
      *=======CLIENTE; O PRIMEIRO MOVIMENTO DO MES ABRE O LOTE.
       0146I-CREDITAR-LOTE-MES SECTION.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE.
           MOVE WRK-REF-ATUAL   TO PTO-REFERENCIA.
           READ ARQ-PONTOS
               INVALID KEY
                   MOVE SPACES          TO PONTOS-REC
                   MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE
                   MOVE WRK-REF-ATUAL   TO PTO-REFERENCIA
                   MOVE ZEROS TO PTO-GANHOS
                   MOVE ZEROS TO PTO-DEVOLVIDOS
                   MOVE ZEROS TO PTO-ESTORNADOS
                   MOVE ZEROS TO PTO-RESGATADOS
                   MOVE ZEROS TO PTO-VENCIDOS
                   MOVE ZEROS TO PTO-SALDO
                   SET PTO-ABERTO TO TRUE
                   PERFORM 0146M-SOMAR-CREDITO
                   WRITE PONTOS-REC
               NOT INVALID KEY
                   PERFORM 0146M-SOMAR-CREDITO
                   REWRITE PONTOS-REC
           END-READ.
           IF WRK-FS-PONTOS NOT EQUAL "00"
               MOVE WRK-FS-PONTOS TO UTIL-FS-CODIGO
               MOVE "PONTOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0146M-SOMAR-CREDITO SECTION.
           IF CREDITO-DE-GANHO
               ADD WRK-PTO-A-CREDITAR TO PTO-GANHOS
           ELSE
               ADD WRK-PTO-A-CREDITAR TO PTO-DEVOLVIDOS
           END-IF.
           ADD WRK-PTO-A-CREDITAR TO PTO-SALDO.
           MOVE WRK-DATA-SISTEMA-X TO PTO-DATA-ULT-MOV.

      *=======O GANHO DA SAIDA SAI PRIMEIRO DO PROPRIO LOTE ONDE FOI
      *=======CREDITADO (SE AINDA ABERTO).
       0146L-ESTORNAR-LOTE-ORIGEM SECTION.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE.
           MOVE PPD-REFERENCIA  TO PTO-REFERENCIA.
           READ ARQ-PONTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PTO-ABERTO AND PTO-SALDO GREATER ZEROS
                       PERFORM 0146J-BAIXAR-LOTE
                   END-IF
           END-READ.

       0146K-GRAVAR-PONTOPED SECTION.
           IF NOT PONTOPED-FOI-LIDO
               MOVE SPACES            TO PONTOPED-REC
               MOVE WRK-NUMERO-PEDIDO TO PPD-NUMERO
               MOVE WRK-PTO-CLIENTE   TO PPD-CLIENTE
               MOVE ZEROS             TO PPD-PONTOS-RESGATE
               MOVE ZEROS             TO PPD-VALOR-RESGATE
           END-IF.
           MOVE WRK-PONTOS-GANHOS  TO PPD-PONTOS-GANHOS.
           IF WRK-PONTOS-GANHOS GREATER ZEROS
               MOVE WRK-REF-ATUAL  TO PPD-REFERENCIA
               SET PPD-GANHO-CREDITADO TO TRUE
           END-IF.
           MOVE WRK-DATA-SISTEMA-X TO PPD-DATA-PROC.
           IF PONTOPED-FOI-LIDO
               REWRITE PONTOPED-REC
           ELSE
               WRITE PONTOPED-REC
           END-IF.
           IF WRK-FS-PONTOPED NOT EQUAL "00"
               MOVE WRK-FS-PONTOPED TO UTIL-FS-CODIGO
               MOVE "PONTOPED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======UM PEDIDO DE ESTORNO REPETE O CALCULO NORMAL (ACIMA) E SO
      *=======NO FINAL TROCA O SINAL DE VALOR, FRETE E VALOR FINAL, PARA
      *=======O RESULTADO GRAVADO COMPENSAR EXATAMENTE O PEDIDO ORIGINAL
      *=======NEM A FATURAR NESTE LOTE: SO CONTA E SEGUE PARA O
      *=======PROXIMO -- A VENDA ESTA GUARDADA NA FILA "BACKORD", DE
      *=======ONDE O ESTLOTE GERA O PEDIDO NOVO QUANDO CHEGAR SALDO.
      *=======SAIDA CANCELADA NO CANCPED TAMBEM SO CONTA E SEGUE.
       0150-PROCESS       SECTION .
           IF PEDIDO-E-CANCELADO
               ADD 1 TO WRK-QTD-CANCELADOS
               DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " CANCELADO NO "
                       "CANCPED -- PULADO."
               IF WRK-EMBARQUE GREATER ZEROS
                   PERFORM 0102-TOTALIZAR-ITENS
                   MOVE WRK-VALOR TO WRK-EMB-VALOR-LIDO
                   MOVE WRK-PESO  TO WRK-EMB-PESO-LIDO
                   PERFORM 0152C-RETIRAR-EMBARQUE
               END-IF
               ADD 1 TO WRK-QTD-PROCESSADOS
               PERFORM 0270-VERIFICAR-CHECKPOINT
               PERFORM 0100-INPUT
           ELSE
               IF PEDIDO-E-ADIADO
                   ADD 1 TO WRK-QTD-PED-ADIADOS
                   DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO
                           " INTEIRAMENTE EM BACKORDER -- ADIADO "
                           "PARA PROXIMO LOTE."
                   PERFORM 0117-GRAVAR-BACKORD-PENDENTES
                   PERFORM 0152C-RETIRAR-EMBARQUE
                   ADD 1 TO WRK-QTD-PROCESSADOS
                   PERFORM 0270-VERIFICAR-CHECKPOINT
                   PERFORM 0100-INPUT
               ELSE
                   PERFORM 0154-PROCESSAR-PEDIDO
               END-IF
           END-IF.

       0154-PROCESSAR-PEDIDO SECTION.
           MOVE SPACES TO WRK-DATA-PROMETIDA-ED.
           MOVE SPACES TO WRK-CONTRATO-APLICADO.
           MOVE ZEROS  TO WRK-COTACAO-APLICADA.
           MOVE ZEROS  TO CFR-TRANSP-ALT.
           MOVE ZEROS  TO CFR-FRETE-ALT.
           MOVE ZEROS  TO WRK-ECONOMIA.
           MOVE ZEROS  TO CFR-FRETE-BASE.
           MOVE ZEROS  TO CFR-ADVALOREM.
           MOVE ZEROS  TO CFR-GRIS.
           MOVE ZEROS  TO CFR-PEDAGIO.
           MOVE ZEROS  TO CFR-COMBUSTIVEL.
           MOVE SPACES TO CFR-ZONA.
           MOVE ZEROS  TO CFR-ZONA-ACRESCIMO.
           MOVE "N"    TO WRK-EMBARQUE-ACHADO.
           MOVE "N"    TO WRK-RATEIO-PEND.
           MOVE "N"    TO WRK-PONTOPED-LIDO.
           MOVE ZEROS  TO WRK-DESCONTO-PONTOS.

           IF TIPO-E-ESTORNO AND NOT PEDIDO-E-REJEITADO
               PERFORM 0147-VALIDAR-ESTORNO
           ELSE
               SET VALOR-E-VALIDO TO TRUE
               PERFORM 0140-APLICAR-PROMO
               IF PROGRAMA-PONTOS-ATIVO
                   PERFORM 0146-APLICAR-PONTOS
               END-IF
               PERFORM 0145-VERIFICAR-MINIMO

               IF VALOR-ABAIXO-DO-MINIMO
                       PERFORM 0255-ACUMULAR-TOTAL-RETORNO
                       PERFORM 0240-GRAVAR-AUTORIZACAO
                       PERFORM 0241-GERAR-CREDITO
                       IF PROGRAMA-PONTOS-ATIVO
                           PERFORM 0146C-DESFAZER-PONTOS
                       END-IF
                       MOVE "RT" TO WRK-STATUS-PEDIDO
                       PERFORM 0225-GRAVAR-STATUS
                       IF CONTROLE-ESTOQUE-ATIVO
                       ADD 1 TO WRK-QTD-ESTORNO
                       PERFORM 0257-ACUMULAR-TOTAL-ESTORNO
                       PERFORM 0235-MARCAR-ESTORNADO
                       IF PROGRAMA-PONTOS-ATIVO
                           PERFORM 0146C-DESFAZER-PONTOS
                       END-IF
                       MOVE "ES" TO WRK-STATUS-PEDIDO
                       PERFORM 0225-GRAVAR-STATUS
                       PERFORM 0229-FECHAR-TITULO
                       IF RESGATE-PENDENTE
                           PERFORM 0144-REGISTRAR-RESGATE
                       END-IF
                       IF PROGRAMA-PONTOS-ATIVO
                           PERFORM 0146B-CREDITAR-PONTOS
                       END-IF
                       IF CONTROLE-ESTOQUE-ATIVO
                           PERFORM 0165-BAIXAR-ESTOQUE
                       END-IF
                       MOVE "FR" TO WRK-STATUS-PEDIDO
                       PERFORM 0225-GRAVAR-STATUS
                       PERFORM 0228-ABRIR-TITULO
                       IF RATEIO-PENDENTE
                           PERFORM 0152B-LANCAR-RATEIO
                       END-IF
               END-EVALUATE
               PERFORM 0200-PRINT
           END-IF.
           IF PEDIDO-E-REJEITADO
               PERFORM 0245-GRAVAR-REJEITADO
           END-IF.
           IF PEDIDO-E-REJEITADO OR NOT VALOR-E-VALIDO
               PERFORM 0152C-RETIRAR-EMBARQUE
           END-IF.
           ADD 1 TO WRK-QTD-PROCESSADOS.
           PERFORM 0270-VERIFICAR-CHECKPOINT.
           PERFORM 0100-INPUT.
      *=======NO MODO POR PESO, O FRETE COBRA SOBRE O MAIOR ENTRE O
      *=======PESO REAL E O PESO CUBADO; A NOTA MOSTRA OS DOIS.
           MOVE WRK-PESO TO WRK-PESO-TAXAVEL.
           MOVE WRK-URGENTE TO CFR-URGENTE.
           MOVE WRK-DATA-PEDIDO TO CFR-DATA-BASE.
      *=======O ENDERECO ESCOLHIDO E RESOLVIDO ANTES DO FRETE, PARA O
      *=======CEP DELE DEFINIR A ZONA DE ENTREGA.
           PERFORM 0195-RESOLVER-ENDERECO.
           MOVE WRK-CEP-ENTREGA TO CFR-CEP.
           MOVE WRK-VALOR TO WRK-VALOR-FRETE.
           PERFORM 0152-BUSCAR-EMBARQUE.
           IF FRETE-POR-PESO
              AND NOT EMBARQUE-CONSOLIDADO
              AND WRK-PESO-CUBADO GREATER WRK-PESO
               MOVE WRK-PESO-CUBADO TO WRK-PESO-TAXAVEL
               ADD 1 TO WRK-QTD-CUBADOS
                       "PESO CUBADO (" WRK-PESO-CUBADO " KG)."
           END-IF.
           CALL "CALCFRET" USING WRK-ESTADO
                                  WRK-VALOR-FRETE
                                  WRK-PESO-TAXAVEL
                                  WRK-MODO-FRETE
                                  WRK-LIMITE-FRETE-GRATIS
                                  WRK-DIAS-ENTREGA
                                  WRK-TRANSPORTADORA
                                  WRK-ICMS-PERC
                                  WRK-RETORNO-CALCFRET
                                  CALCFRET-COMPL.
           EVALUATE WRK-RETORNO-CALCFRET
               WHEN "00"
                   SET ESTADO-E-VALIDO TO TRUE
                   DISPLAY "NÃO ENTREGAMOS NESTE ESTADO "
                           WRK-ESTADO
           END-EVALUATE.
           IF ESTADO-E-VALIDO AND EMBARQUE-CONSOLIDADO
               PERFORM 0152A-RATEAR-EMBARQUE
           END-IF.
           IF ESTADO-E-VALIDO AND CONTRATO-FRETE-ATIVO
              AND WRK-CLIENTE GREATER ZEROS
               PERFORM 0153-APLICAR-CONTRATO
              AND NOT PEDIDO-E-REJEITADO
               PERFORM 0157-APLICAR-COTACAO
           END-IF.
           IF WRK-CONTRATO-APLICADO NOT EQUAL SPACES
              OR WRK-COTACAO-APLICADA GREATER ZEROS
              OR NOT TIPO-E-SAIDA
               MOVE ZEROS TO CFR-TRANSP-ALT
               MOVE ZEROS TO CFR-FRETE-ALT
           END-IF.
           IF CFR-TRANSP-ALT GREATER ZEROS
               COMPUTE WRK-ECONOMIA = CFR-FRETE-ALT - WRK-FRETE
           END-IF.

      *=======PEDIDO DE SAIDA DE UM EMBARQUE CONSOLIDADO COTA O FRETE
      *=======PELO VALOR E PESO SOMADOS DO EMBARQUE. EMBARQUE NAO
      *=======ACHADO (EMBCONS DE OUTRO LOTE) SEGUE COMO PEDIDO SOZINHO.
      *=======A PARTE DO PEDIDO QUE FICOU EM BACKORDER JA SAI DOS
      *=======TOTAIS AQUI (E NO EMBCONS QUANDO O RATEIO E LANCADO).
       0152-BUSCAR-EMBARQUE SECTION.
           MOVE "N" TO WRK-EMBARQUE-ACHADO.
           IF CONSOLIDACAO-ATIVA
              AND TIPO-E-SAIDA
              AND WRK-EMBARQUE GREATER ZEROS
               MOVE WRK-EMBARQUE TO EMB-NUMERO
               READ ARQ-EMBCONS
                   INVALID KEY
                       DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO
                               " -- EMBARQUE " WRK-EMBARQUE
                               " NÃO ENCONTRADO -- FRETE DO "
                               "PRÓPRIO PEDIDO."
                   NOT INVALID KEY
                       MOVE ZEROS TO WRK-EMB-VALOR-TOTAL
                       MOVE ZEROS TO WRK-EMB-PESO-TOTAL
                       IF EMB-VALOR GREATER WRK-EMB-VALOR-LIDO
                           COMPUTE WRK-EMB-VALOR-TOTAL = EMB-VALOR
                               - WRK-EMB-VALOR-LIDO + WRK-EMB-VALOR-PED
                       END-IF
                       IF EMB-PESO GREATER WRK-EMB-PESO-LIDO
                           COMPUTE WRK-EMB-PESO-TOTAL = EMB-PESO
                               - WRK-EMB-PESO-LIDO + WRK-EMB-PESO-PED
                       END-IF
                       IF WRK-EMB-VALOR-TOTAL GREATER ZEROS
                           SET EMBARQUE-CONSOLIDADO TO TRUE
                           MOVE WRK-EMB-VALOR-TOTAL TO WRK-VALOR-FRETE
                           MOVE WRK-EMB-PESO-TOTAL  TO WRK-PESO-TAXAVEL
                       END-IF
               END-READ
           END-IF.

      *=======A PARTE DO PEDIDO NO FRETE DO EMBARQUE E PROPORCIONAL AO
      *=======VALOR BRUTO DOS SEUS ITENS NO VALOR DO EMBARQUE (MESMA
      *=======BASE DO EMB-VALOR -- O RESGATE DE PONTOS NAO ENTRA); O
      *=======ULTIMO DO EMBARQUE (TODOS OS DEMAIS JA RATEADOS OU
      *=======RETIRADOS) FICA COM A DIFERENCA, PARA AS PARTES FECHAREM
      *=======COM O FRETE DO EMBARQUE. O FRETE-BASE DO PEDIDO E A SUA
      *=======PARTE MENOS OS ADICIONAIS RATEADOS. AQUI A PARTE SO E
      *=======CALCULADA: O EMBCONS SO RECEBE QUANDO A SAIDA FOR ACEITA
      *=======(0152B).
       0152A-RATEAR-EMBARQUE SECTION.
           IF EMB-QTD-RATEADOS + 1 EQUAL EMB-QTD-PEDIDOS
               COMPUTE WRK-RAT-FRETE = WRK-FRETE - EMB-FRETE-RATEADO
               COMPUTE WRK-RAT-ADVALOREM =
                       CFR-ADVALOREM - EMB-ADVALOREM-RATEADO
               COMPUTE WRK-RAT-GRIS = CFR-GRIS - EMB-GRIS-RATEADO
               COMPUTE WRK-RAT-PEDAGIO =
                       CFR-PEDAGIO - EMB-PEDAGIO-RATEADO
               COMPUTE WRK-RAT-COMBUST =
                       CFR-COMBUSTIVEL - EMB-COMBUST-RATEADO
           ELSE
               COMPUTE WRK-RAT-FRETE ROUNDED =
                       WRK-FRETE * WRK-EMB-VALOR-PED
                       / WRK-EMB-VALOR-TOTAL
               COMPUTE WRK-RAT-ADVALOREM ROUNDED =
                       CFR-ADVALOREM * WRK-EMB-VALOR-PED
                       / WRK-EMB-VALOR-TOTAL
               COMPUTE WRK-RAT-GRIS ROUNDED =
                       CFR-GRIS * WRK-EMB-VALOR-PED
                       / WRK-EMB-VALOR-TOTAL
               COMPUTE WRK-RAT-PEDAGIO ROUNDED =
                       CFR-PEDAGIO * WRK-EMB-VALOR-PED
                       / WRK-EMB-VALOR-TOTAL
               COMPUTE WRK-RAT-COMBUST ROUNDED =
                       CFR-COMBUSTIVEL * WRK-EMB-VALOR-PED
                       / WRK-EMB-VALOR-TOTAL
           END-IF.
           IF WRK-RAT-FRETE LESS ZEROS
               MOVE ZEROS TO WRK-RAT-FRETE
           END-IF.
           MOVE WRK-RAT-FRETE     TO WRK-FRETE.
           MOVE WRK-RAT-ADVALOREM TO CFR-ADVALOREM.
           MOVE WRK-RAT-GRIS      TO CFR-GRIS.
           MOVE WRK-RAT-PEDAGIO   TO CFR-PEDAGIO.
           MOVE WRK-RAT-COMBUST   TO CFR-COMBUSTIVEL.
           COMPUTE CFR-FRETE-BASE = WRK-FRETE - CFR-ADVALOREM
                   - CFR-GRIS - CFR-PEDAGIO - CFR-COMBUSTIVEL.
           COMPUTE CFR-ZONA-ACRESCIMO ROUNDED =
                   CFR-ZONA-ACRESCIMO * WRK-EMB-VALOR-PED
                   / WRK-EMB-VALOR-TOTAL.
           COMPUTE CFR-FRETE-ALT ROUNDED =
                   CFR-FRETE-ALT * WRK-EMB-VALOR-PED
                   / WRK-EMB-VALOR-TOTAL.
           SET RATEIO-PENDENTE TO TRUE.

      *=======SAIDA ACEITA: A PARTE DO PEDIDO ENTRA NO EMBCONS, JUNTO
      *=======COM O QUE DELE FICOU EM BACKORDER (SAI DO VALOR E DO PESO
      *=======DO EMBARQUE, QUE OS PROXIMOS PEDIDOS JA COTAM SEM ELE).
       0152B-LANCAR-RATEIO SECTION.
           MOVE WRK-EMBARQUE TO EMB-NUMERO.
           READ ARQ-EMBCONS
               INVALID KEY
                   MOVE WRK-FS-EMBCONS TO UTIL-FS-CODIGO
                   MOVE "EMBCONS"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-READ.
           ADD 1                 TO EMB-QTD-RATEADOS.
           ADD WRK-RAT-FRETE     TO EMB-FRETE-RATEADO.
           ADD WRK-RAT-ADVALOREM TO EMB-ADVALOREM-RATEADO.
           ADD WRK-RAT-GRIS      TO EMB-GRIS-RATEADO.
           ADD WRK-RAT-PEDAGIO   TO EMB-PEDAGIO-RATEADO.
           ADD WRK-RAT-COMBUST   TO EMB-COMBUST-RATEADO.
           MOVE WRK-EMB-VALOR-TOTAL TO EMB-VALOR.
           MOVE WRK-EMB-PESO-TOTAL  TO EMB-PESO.
           REWRITE EMBCONS-REC
               INVALID KEY
                   MOVE WRK-FS-EMBCONS TO UTIL-FS-CODIGO
                   MOVE "EMBCONS"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-REWRITE.
           MOVE "N" TO WRK-RATEIO-PEND.
           ADD 1 TO WRK-QTD-CONSOLIDADOS.
           DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " -- FRETE RATEADO DO "
                   "EMBARQUE " WRK-EMBARQUE " (" EMB-QTD-RATEADOS
                   "/" EMB-QTD-PEDIDOS ").".

      *=======PEDIDO DO EMBARQUE QUE NAO SAI NESTE LOTE (REJEITADO,
      *=======ADIADO OU CANCELADO) DEIXA O EMBARQUE: QUANTIDADE, VALOR E
      *=======PESO, COMO A CONSOLID SOMOU. ASSIM O ULTIMO ACEITO FECHA O
      *=======FRETE E OS SEGUINTES COTAM SO O QUE EMBARCA. SE TODOS OS
      *=======DEMAIS JA TIVEREM SIDO RATEADOS, A PARTE DELE NO FRETE
      *=======COTADO ANTES NAO TEM MAIS A QUEM IR -- SO O AVISO.
       0152C-RETIRAR-EMBARQUE SECTION.
           IF CONSOLIDACAO-ATIVA
              AND TIPO-E-SAIDA
              AND WRK-EMBARQUE GREATER ZEROS
               MOVE WRK-EMBARQUE TO EMB-NUMERO
               READ ARQ-EMBCONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMB-QTD-PEDIDOS GREATER EMB-QTD-RATEADOS
                           PERFORM 0152D-BAIXAR-MEMBRO
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO WRK-RATEIO-PEND.

       0152D-BAIXAR-MEMBRO SECTION.
           SUBTRACT 1 FROM EMB-QTD-PEDIDOS.
           IF EMB-VALOR GREATER WRK-EMB-VALOR-LIDO
               SUBTRACT WRK-EMB-VALOR-LIDO FROM EMB-VALOR
           ELSE
               MOVE ZEROS TO EMB-VALOR
           END-IF.
           IF EMB-PESO GREATER WRK-EMB-PESO-LIDO
               SUBTRACT WRK-EMB-PESO-LIDO FROM EMB-PESO
           ELSE
               MOVE ZEROS TO EMB-PESO
           END-IF.
           REWRITE EMBCONS-REC
               INVALID KEY
                   MOVE WRK-FS-EMBCONS TO UTIL-FS-CODIGO
                   MOVE "EMBCONS"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-REWRITE.
           DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " RETIRADO DO EMBARQUE "
                   WRK-EMBARQUE " (" EMB-QTD-PEDIDOS " PEDIDO(S) "
                   "RESTANTES).".
           IF EMB-QTD-RATEADOS GREATER ZEROS
              AND EMB-QTD-RATEADOS EQUAL EMB-QTD-PEDIDOS
               DISPLAY "AVISO: EMBARQUE " WRK-EMBARQUE " -- DEMAIS "
                       "PEDIDOS JÁ RATEADOS; A PARTE DESTE PEDIDO NO "
                       "FRETE DO EMBARQUE FICA SEM COBRANÇA."
           END-IF.

      *=======A SAIDA QUE PUXOU COTACAO FATURA O FRETE COTADO: E O
      *=======PRECO QUE O CLIENTE RECEBEU POR ESCRITO, ENTAO SOBREPOE
                       MOVE COT-FRETE TO WRK-FRETE
                       MOVE WRK-NUM-COTACAO
                           TO WRK-COTACAO-APLICADA
                       MOVE COT-FRETE TO CFR-FRETE-BASE
                       MOVE ZEROS     TO CFR-ADVALOREM
                       MOVE ZEROS     TO CFR-GRIS
                       MOVE ZEROS     TO CFR-PEDAGIO
                       MOVE ZEROS     TO CFR-COMBUSTIVEL
               END-READ
           END-IF.

      *=======VALE COMO NEGOCIADO). PROCURA PRIMEIRO CLIENTE + UF DO
      *=======PEDIDO, DEPOIS CLIENTE + "**" (QUALQUER UF); SO VALE
      *=======CONTRATO ATIVO E VIGENTE NA DATA DO PEDIDO. OS DEMAIS
      *=======DADOS DA UF (PRAZO, TRANSPORTADORA, ICMS) NAO MUDAM, NEM
      *=======OS ADICIONAIS DA TRANSPORTADORA, SOMADOS AO NEGOCIADO.
       0153-APLICAR-CONTRATO SECTION.
           MOVE "N" TO WRK-CONTRATO-ACHADO.
           MOVE WRK-CLIENTE TO CTF-CLIENTE.
           END-IF.
           IF CONTRATO-FOI-ACHADO
               IF CTF-MODO EQUAL "P"
                   COMPUTE CFR-FRETE-BASE ROUNDED =
                           WRK-PESO * CTF-VALOR-KG
               ELSE
                   COMPUTE CFR-FRETE-BASE ROUNDED =
                           WRK-VALOR * CTF-PERCENTUAL
               END-IF
               COMPUTE WRK-FRETE = CFR-FRETE-BASE + CFR-ADVALOREM
                       + CFR-GRIS + CFR-PEDAGIO + CFR-COMBUSTIVEL
               MOVE CTF-CONTRATO TO WRK-CONTRATO-APLICADO
               ADD 1 TO WRK-QTD-CONTRATO
               DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " -- FRETE PELO "
           END-READ.
           ADD 1 TO WRK-IDX-ITEM.

      *=======UM RETORNO NAO VOLTA DIRETO PARA A PRATELEIRA: A
      *=======MERCADORIA PODE TER VOLTADO AVARIADA. CREDITA A
      *=======QUARENTENA DO ITEM (LOTE "RETORNO") E REGISTRA UMA LINHA
      *======="Q" NO HISTORICO, SEM MEXER NO SALDO VENDAVEL -- SO A
      *=======INSPECAO (INSPQUAR) LIBERA. PRODUTO DESCONHECIDO NAO
      *=======BARRA O RETORNO -- SO FICA SEM CREDITO, COM AVISO.
       0168-CREDITAR-ESTOQUE SECTION.
           MOVE 1 TO WRK-IDX-ITEM.
           PERFORM 0169-CREDITAR-ITEM
           READ ARQ-ESTOQUE
               INVALID KEY
                   DISPLAY "RETORNO COM PRODUTO " EST-PRODUTO
                           " NÃO CADASTRADO NO ESTOQUE -- QUARENTENA "
                           "NÃO CREDITADA."
               NOT INVALID KEY
                   MOVE EST-SALDO TO WRK-SALDO-ANTERIOR
                   PERFORM 0173-CREDITAR-QUARENTENA
                   MOVE "Q" TO WRK-MOV-TIPO
                   MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM)
                       TO WRK-MOV-QUANTIDADE
                   PERFORM 0170-GRAVAR-MOVEST
                   END-IF
           END-READ.

      *=======O RETORNO CREDITA A QUARENTENA NO LOTE "RETORNO" DO
      *=======PRODUTO/FILIAL -- MERCADORIA DEVOLVIDA NAO VOLTA PARA O
      *=======LOTE DE FABRICA SEM CONFERENCIA FISICA. A CHAVE
      *=======(EST-FILIAL/EST-PRODUTO) JA ESTA MONTADA.
       0173-CREDITAR-QUARENTENA SECTION.
           MOVE "RETORNO" TO WRK-LOTE-MOVIMENTO.
           MOVE EST-FILIAL  TO QUA-FILIAL.
           MOVE EST-PRODUTO TO QUA-PRODUTO.
           MOVE "RETORNO"   TO QUA-LOTE.
           READ ARQ-QUARENT
               INVALID KEY
                   MOVE EST-FILIAL  TO QUA-FILIAL
                   MOVE EST-PRODUTO TO QUA-PRODUTO
                   MOVE "RETORNO"   TO QUA-LOTE
                   MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM) TO QUA-SALDO
                   MOVE WRK-DATA-SISTEMA TO QUA-DATA-ENTRADA
                   MOVE SPACES      TO QUA-DATA-INSPECAO
                   WRITE QUARENT-REC
               NOT INVALID KEY
                   ADD WRK-ITEM-QTDE(WRK-IDX-ITEM) TO QUA-SALDO
                   MOVE WRK-DATA-SISTEMA TO QUA-DATA-ENTRADA
                   REWRITE QUARENT-REC
           END-READ.
           IF WRK-FS-QUARENT NOT EQUAL "00"
               MOVE WRK-FS-QUARENT TO UTIL-FS-CODIGO
               MOVE "QUARENT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======MESMOS CAMPOS DO 0260-GRAVAR-HISTORICO DO PROGRAMA20
      *=======(MOV-TIPO E MOV-QUANTIDADE JA PREPARADOS PELO CHAMADOR).
           MOVE WRK-PRODUTO       TO DEV-PRODUTO.
           MOVE WRK-VALOR         TO DEV-VALOR-RETORNO.
           MOVE PHIST-VALOR       TO DEV-VALOR-ORIGINAL.
           MOVE WRK-MOTIVO-DEV    TO DEV-MOTIVO.
           MOVE WRK-QTD-VOLUMES   TO DEV-QUANTIDADE.
           WRITE DEVAUT-REC.
           IF WRK-FS-DEVAUT NOT EQUAL "00"
               MOVE WRK-FS-DEVAUT TO UTIL-FS-CODIGO
           MOVE WRK-NUMERO-PEDIDO  TO CREC-PEDIDO-ORIGEM.
           MOVE ZEROS              TO CREC-PARCELA.
           MOVE ZEROS              TO CREC-VALOR-ENCARGOS.
           MOVE SPACES             TO CREC-SITUACAO-BANCO.
           MOVE ZEROS              TO CREC-REMESSA.
           MOVE SPACES             TO CREC-INSTR-REMETIDA.
           MOVE SPACES             TO CREC-VENC-REMETIDO.
           MOVE ZEROS              TO CREC-VALOR-REMETIDO.
           MOVE ZEROS              TO CREC-VALOR-PDD.
           MOVE SPACES             TO CREC-DATA-PERDA.
           MOVE SPACES             TO CREC-MOTIVO-PERDA.
           MOVE SPACES             TO CREC-OPERADOR-PERDA.
           WRITE CONTAREC-REC
               INVALID KEY
                   DISPLAY "NOTA DE CRÉDITO " WRK-NUMERO-CREDITO
           ADD WRK-FRETE TO WRK-TOT-FRETE(WRK-IDX).
           ADD WRK-FRETE TO WRK-CTL-TOT-FRETE-SAI.
           ADD WRK-ICMS  TO WRK-TOT-ICMS(WRK-IDX).
           ADD CFR-ADVALOREM   TO WRK-TOT-ADVALOREM(WRK-IDX).
           ADD CFR-GRIS        TO WRK-TOT-GRIS(WRK-IDX).
           ADD CFR-PEDAGIO     TO WRK-TOT-PEDAGIO(WRK-IDX).
           ADD CFR-COMBUSTIVEL TO WRK-TOT-COMBUST(WRK-IDX).

       0260-PROCURAR-UF   SECTION.
           IF WRK-TOT-UF(WRK-IDX) EQUAL WRK-ESTADO

      *=======CONVERTE O PRAZO EM DIAS UTEIS DA UF NA DATA PROMETIDA,
      *=======PULANDO FINS DE SEMANA E OS FERIADOS CARREGADOS: O
      *=======ULTIMO DIA UTIL DEVOLVIDO PELA DIAUTIL E A PROMESSA. O
      *=======PRAZO DA CALCFRET JA INCLUI OS DIAS A MAIS DA ZONA DO
      *=======CEP DE ENTREGA (CFR-ZONA-DIAS).
       0190-CALCULAR-DATA-ENTREGA SECTION.
           PERFORM 0189-SELECIONAR-CALENDARIO.
           MOVE WRK-DIAS-ENTREGA TO WRK-QTD-DIAS-UTEIS.
               ACCEPT PST-DATA FROM DATE YYYYMMDD
               ACCEPT PST-HORA FROM TIME
               MOVE "PROGRAMA11" TO PST-PROGRAMA
               MOVE WRK-OPERADOR-SESSAO TO PST-OPERADOR
               WRITE PEDSTAT-REC
               IF WRK-FS-PEDSTAT NOT EQUAL "00"
                   MOVE WRK-FS-PEDSTAT TO UTIL-FS-CODIGO
               MOVE WRK-NUMERO-PEDIDO TO CREC-PEDIDO-ORIGEM
               MOVE ZEROS  TO CREC-PARCELA
               MOVE ZEROS  TO CREC-VALOR-ENCARGOS
               MOVE SPACES TO CREC-SITUACAO-BANCO
               MOVE ZEROS  TO CREC-REMESSA
               MOVE SPACES TO CREC-INSTR-REMETIDA
               MOVE SPACES TO CREC-VENC-REMETIDO
               MOVE ZEROS  TO CREC-VALOR-REMETIDO
               MOVE ZEROS  TO CREC-VALOR-PDD
               MOVE SPACES TO CREC-DATA-PERDA
               MOVE SPACES TO CREC-MOTIVO-PERDA
               MOVE SPACES TO CREC-OPERADOR-PERDA
               WRITE CONTAREC-REC
                   INVALID KEY
                       DISPLAY "TÍTULO DO PEDIDO " WRK-NUMERO-PEDIDO
               MOVE WRK-TRANSPORTADORA TO PHIST-TRANSPORTADORA
               MOVE WRK-VENDEDOR      TO PHIST-VENDEDOR
               MOVE WRK-PROMO         TO PHIST-PROMO
               MOVE WRK-FILIAL-PEDIDO TO PHIST-FILIAL
               MOVE WRK-QTD-VOLUMES   TO PHIST-QUANTIDADE
               WRITE PEDHIST-REC
                   INVALID KEY
                       DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " JÁ "
           END-IF.

       0200-PRINT         SECTION.
           MOVE "N"   TO WRK-NFE-EMITIDA.
           MOVE ZEROS TO WRK-NFE-SERIE.
           MOVE ZEROS TO WRK-NFE-NUMERO.
           IF NOT TIPO-E-ESTORNO AND CADASTRO-FILIAL-ATIVO
               PERFORM 0212-NUMERAR-NFE
           END-IF.
           MOVE WRK-PRODUTO     TO RES-PRODUTO.
           MOVE WRK-ESTADO      TO RES-ESTADO.
           MOVE WRK-VALOR       TO RES-VALOR.
           MOVE WRK-TAXA-APLICADA  TO RES-TAXA-CAMBIO.
           MOVE WRK-CLIENTE        TO RES-CLIENTE.
           MOVE WRK-DATA-SISTEMA   TO RES-DATA-PROC.
           COMPUTE RES-DESCONTO = WRK-DESCONTO + WRK-DESCONTO-PONTOS.
           MOVE WRK-ENDERECO-COD   TO RES-ENDERECO-COD.
           MOVE WRK-FILIAL-PEDIDO  TO RES-FILIAL.
           MOVE WRK-URGENTE        TO RES-URGENTE.
           MOVE CFR-TRANSP-ALT     TO RES-TRANSP-ALT.
           MOVE CFR-FRETE-ALT      TO RES-FRETE-ALT.
           MOVE WRK-CEP-ENTREGA    TO RES-CEP.
           MOVE WRK-NFE-SERIE      TO RES-NF-SERIE.
           MOVE WRK-NFE-NUMERO     TO RES-NF-NUMERO.
           MOVE WRK-PESO-CUBADO    TO RES-PESO-CUBADO.
           MOVE WRK-QTD-VOLUMES    TO RES-VOLUMES.
           IF EMBARQUE-CONSOLIDADO
               MOVE WRK-EMBARQUE TO RES-EMBARQUE
           ELSE
               MOVE ZEROS TO RES-EMBARQUE
           END-IF.
           IF CFR-ZONA NOT EQUAL SPACES
               ADD 1 TO WRK-QTD-COM-ZONA
           END-IF.
           IF CFR-TRANSP-ALT GREATER ZEROS
               ADD 1            TO WRK-QTD-COM-ESCOLHA
               ADD WRK-ECONOMIA TO WRK-TOT-ECONOMIA
           END-IF.
           WRITE RESULTADO-REC.
           IF WRK-FS-RESULTADO NOT EQUAL "00"
               MOVE WRK-FS-RESULTADO TO UTIL-FS-CODIGO
           END-IF.

           IF NOT TIPO-E-ESTORNO
               MOVE 1 TO WRK-IDX-ITEM
               MOVE ZEROS TO WRK-KIT-SEQ-NOTA
               PERFORM 0210-GRAVAR-ITEM-NOTA
                   UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
               MOVE SPACES           TO NOTA-LINHA
               MOVE WRK-PESO-CUBADO  TO NOTA-PESO-CUB-ED
               MOVE WRK-ENDERECO-ENTREGA TO NOTA-ENDERECO
               MOVE WRK-CLIENTE-DOC  TO NOTA-CPF-CNPJ
               IF CFR-TRANSP-ALT GREATER ZEROS
                   MOVE CFR-TRANSP-ALT TO NOTA-TRANSP-ALT
                   MOVE CFR-FRETE-ALT  TO NOTA-FRETE-ALT-ED
                   MOVE WRK-ECONOMIA   TO NOTA-ECONOMIA-ED
               END-IF
               MOVE CFR-ADVALOREM    TO NOTA-ADVALOREM-ED
               MOVE CFR-GRIS         TO NOTA-GRIS-ED
               MOVE CFR-PEDAGIO      TO NOTA-PEDAGIO-ED
               MOVE CFR-COMBUSTIVEL  TO NOTA-COMBUST-ED
               MOVE CFR-ZONA         TO NOTA-ZONA
               MOVE WRK-FILIAL-PEDIDO TO NOTA-FILIAL
               MOVE WRK-NFE-SERIE    TO NOTA-NF-SERIE
               MOVE WRK-NFE-NUMERO   TO NOTA-NF-NUMERO
               WRITE NOTA-LINHA
               IF WRK-FS-NOTA NOT EQUAL "00"
                   MOVE WRK-FS-NOTA  TO UTIL-FS-CODIGO
               ADD 1 TO WRK-CTL-QTD-NOTAS
               MOVE "NF" TO WRK-STATUS-PEDIDO
               PERFORM 0225-GRAVAR-STATUS
               IF NFE-FOI-NUMERADA
                   PERFORM 0215-GRAVAR-NFE
               END-IF
           END-IF.

           PERFORM 0280-GRAVAR-AUDITORIA.

      *=======RESOLVE O ENDERECO DE ENTREGA ESCOLHIDO NO PEDIDO PARA
      *=======A IMPRESSAO DA NOTA E O CEP DA ZONA DE ENTREGA; SEM
      *=======CODIGO OU SEM CADERNO, A NOTA SAI SEM ENDERECO E O FRETE
      *=======SEM ZONA (ENTREGA NO ENDERECO DO CADASTRO).
       0195-RESOLVER-ENDERECO SECTION.
           MOVE SPACES TO WRK-ENDERECO-ENTREGA.
           MOVE ZEROS  TO WRK-CEP-ENTREGA.
           IF WRK-ENDERECO-COD GREATER ZEROS
              AND CADERNO-ENDERECO-ATIVO
               MOVE WRK-CLIENTE      TO CLIEND-CLIENTE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIEND-ENDERECO TO WRK-ENDERECO-ENTREGA
                       IF CLIEND-CEP IS NUMERIC
                           MOVE CLIEND-CEP TO WRK-CEP-ENTREGA
                       END-IF
               END-READ
           END-IF.

           END-IF.

       0211-GRAVAR-LINHA-ITEM SECTION.
           IF WRK-ITEM-KIT-SEQ(WRK-IDX-ITEM) GREATER ZEROS
              AND WRK-ITEM-KIT-SEQ(WRK-IDX-ITEM)
                  NOT EQUAL WRK-KIT-SEQ-NOTA
              AND KITS-DISPONIVEIS
               MOVE WRK-ITEM-KIT-SEQ(WRK-IDX-ITEM) TO WRK-KIT-SEQ-NOTA
               PERFORM 0209-GRAVAR-LINHA-KIT
           END-IF.
           MOVE SPACES TO NOTA-ITEM-LINHA.
           MOVE "ITEM" TO NOTA-ITEM-TAG.
           IF WRK-ITEM-KIT-SEQ(WRK-IDX-ITEM) GREATER ZEROS
              AND KITS-DISPONIVEIS
               STRING "  + " WRK-ITEM-PRODUTO(WRK-IDX-ITEM)
                   DELIMITED BY SIZE INTO NOTA-ITEM-PRODUTO
           ELSE
               MOVE WRK-ITEM-PRODUTO(WRK-IDX-ITEM) TO NOTA-ITEM-PRODUTO
           END-IF.
           MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM)    TO NOTA-ITEM-QTDE-ED.
           MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM)   TO NOTA-ITEM-VALOR-ED.
           MOVE WRK-ITEM-PESO(WRK-IDX-ITEM)    TO NOTA-ITEM-PESO-ED.
           END-IF.
           ADD 1 TO WRK-IDX-ITEM.

      *=======LINHA DO KIT ANTES DO PRIMEIRO COMPONENTE IMPRESSO, COM
      *=======A QUANTIDADE, O VALOR E O PESO DO KIT COMO VENDIDO (OS
      *=======COMPONENTES EMBAIXO MOSTRAM O QUE DE FATO EMBARCOU). KIT
      *=======NAO ACHADO NO PEDKIT: SO OS COMPONENTES SAEM.
       0209-GRAVAR-LINHA-KIT SECTION.
           MOVE WRK-NUMERO-PEDIDO TO PKT-NUMERO.
           MOVE WRK-KIT-SEQ-NOTA  TO PKT-SEQ.
           READ ARQ-PEDKIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO NOTA-ITEM-LINHA
                   MOVE "ITEM" TO NOTA-ITEM-TAG
                   STRING "KIT " PKT-DESCRICAO
                       DELIMITED BY SIZE INTO NOTA-ITEM-PRODUTO
                   MOVE PKT-QUANTIDADE TO NOTA-ITEM-QTDE-ED
                   MOVE PKT-VALOR      TO NOTA-ITEM-VALOR-ED
                   MOVE PKT-PESO       TO NOTA-ITEM-PESO-ED
                   WRITE NOTA-ITEM-LINHA
                   IF WRK-FS-NOTA NOT EQUAL "00"
                       MOVE WRK-FS-NOTA  TO UTIL-FS-CODIGO
                       MOVE "NOTAFISC"   TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
           END-READ.

      *=======NUMERA A NOTA ELETRONICA DO PEDIDO: SO COM CNPJ E UF
      *=======VALIDOS DA FILIAL EMITENTE -- SEM ELES NAO HA CHAVE DE
      *=======ACESSO, E O NUMERO NAO E CONSUMIDO (SEM BURACO NA SERIE).
       0212-NUMERAR-NFE   SECTION.
           MOVE SPACES TO WRK-NFE-CNPJ.
           MOVE SPACES TO WRK-NFE-CIDADE.
           MOVE SPACES TO WRK-NFE-UF-EMIT.
           MOVE ZEROS  TO WRK-NFE-CH-UF.
           MOVE WRK-FILIAL-PEDIDO TO FIL-CODIGO.
           READ ARQ-FILIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIL-CNPJ   TO WRK-NFE-CNPJ
                   MOVE FIL-CIDADE TO WRK-NFE-CIDADE
                   MOVE FIL-UF     TO WRK-NFE-UF-EMIT
           END-READ.
           IF WRK-NFE-CNPJ IS NUMERIC
               MOVE 1 TO WRK-IDX-UF-IBGE
               PERFORM 0212A-PROCURAR-UF-IBGE
                   UNTIL WRK-IDX-UF-IBGE GREATER 27
                      OR WRK-NFE-CH-UF GREATER ZEROS
           END-IF.
           IF WRK-NFE-CH-UF EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-NFE
               DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " -- FILIAL "
                       WRK-FILIAL-PEDIDO " SEM CNPJ/UF VÁLIDOS NO "
                       "CADASTRO. PEDIDO SEGUE SEM NOTA ELETRÔNICA."
           ELSE
               PERFORM 0213-PROXIMO-NUMERO-NFE
               PERFORM 0214-MONTAR-CHAVE-NFE
               SET NFE-FOI-NUMERADA TO TRUE
           END-IF.

       0212A-PROCURAR-UF-IBGE SECTION.
           IF WRK-UF-IBGE-SIGLA(WRK-IDX-UF-IBGE) EQUAL WRK-NFE-UF-EMIT
               MOVE WRK-UF-IBGE-CODIGO(WRK-IDX-UF-IBGE)
                   TO WRK-NFE-CH-UF
           END-IF.
           ADD 1 TO WRK-IDX-UF-IBGE.

      *=======SERIE DO PARAMETRO "SERIENFnn" DA FILIAL (SEM ELE, SERIE
      *=======1); NUMERO DA SEQUENCIA "SEQNFnn" NO PARAMETR, CRIADA NA
      *=======PRIMEIRA NOTA DA FILIAL, NO MESMO ESQUEMA DO SEQTITULO.
       0213-PROXIMO-NUMERO-NFE SECTION.
           MOVE WRK-FILIAL-PEDIDO  TO WRK-NFE-SER-FILIAL.
           MOVE WRK-NFE-PARM-SERIE TO WRK-PARM-CODIGO.
           PERFORM 0057-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO AND WRK-PARM-VALOR GREATER ZEROS
               MOVE WRK-PARM-VALOR TO WRK-NFE-SERIE
           ELSE
               MOVE 1 TO WRK-NFE-SERIE
           END-IF.
           MOVE WRK-FILIAL-PEDIDO TO WRK-NFE-SEQ-FILIAL.
           MOVE WRK-NFE-PARM-SEQ  TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-NFE-SEQ
                   MOVE WRK-NFE-PARM-SEQ TO PARM-CODIGO
                   MOVE WRK-NFE-SEQ TO PARM-VALOR
                   MOVE "ULTIMO NUMERO DE NF-E EMITIDA"
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-NFE-SEQ
                   ADD 1 TO WRK-NFE-SEQ
                   MOVE WRK-NFE-SEQ TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-NFE-SEQ TO WRK-NFE-NUMERO.

      *=======CHAVE DE ACESSO: CUF + AAMM + CNPJ + MODELO 55 + SERIE +
      *=======NUMERO + TIPO DE EMISSAO 1 + CODIGO NUMERICO (NUMERO DO
      *=======PEDIDO) + DIGITO MODULO 11 DOS 43 PRIMEIROS.
       0214-MONTAR-CHAVE-NFE SECTION.
           MOVE WRK-DS-ANO        TO WRK-NFE-CH-AA.
           MOVE WRK-DS-MES        TO WRK-NFE-CH-MM.
           MOVE WRK-NFE-CNPJ      TO WRK-NFE-CH-CNPJ.
           MOVE "55"              TO WRK-NFE-CH-MODELO.
           MOVE WRK-NFE-SERIE     TO WRK-NFE-CH-SERIE.
           MOVE WRK-NFE-NUMERO    TO WRK-NFE-CH-NUMERO.
           MOVE "1"               TO WRK-NFE-CH-TP-EMIS.
           MOVE WRK-NUMERO-PEDIDO TO WRK-NFE-CH-CODIGO.
           MOVE ZEROS             TO WRK-NFE-CH-DV.
           MOVE ZEROS TO WRK-NFE-SOMA-DV.
           MOVE 43    TO WRK-NFE-IDX-DV.
           MOVE 2     TO WRK-NFE-PESO-DV.
           PERFORM 0214A-SOMAR-DIGITO-CHAVE
               UNTIL WRK-NFE-IDX-DV EQUAL ZEROS.
           DIVIDE WRK-NFE-SOMA-DV BY 11
               GIVING WRK-NFE-QUOC-DV REMAINDER WRK-NFE-RESTO-DV.
           IF WRK-NFE-RESTO-DV LESS 2
               MOVE ZEROS TO WRK-NFE-CH-DV
           ELSE
               COMPUTE WRK-NFE-CH-DV = 11 - WRK-NFE-RESTO-DV
           END-IF.

       0214A-SOMAR-DIGITO-CHAVE SECTION.
           COMPUTE WRK-NFE-SOMA-DV = WRK-NFE-SOMA-DV
                   + WRK-NFE-CH-DIG(WRK-NFE-IDX-DV) * WRK-NFE-PESO-DV.
           IF WRK-NFE-PESO-DV EQUAL 9
               MOVE 2 TO WRK-NFE-PESO-DV
           ELSE
               ADD 1 TO WRK-NFE-PESO-DV
           END-IF.
           SUBTRACT 1 FROM WRK-NFE-IDX-DV.

      *=======BLOCO DA NOTA NO "NFEEXP": IDENTIFICACAO, EMITENTE,
      *=======DESTINATARIO, UM REGISTRO POR ITEM E OS TOTAIS. SAIDA E
      *=======NOTA DE VENDA (TIPO 1); RETORNO E NOTA DE ENTRADA POR
      *=======DEVOLUCAO (TIPO 0).
       0215-GRAVAR-NFE    SECTION.
           PERFORM 0216-CONVERTER-ITENS-NFE.

           MOVE SPACES TO NFEEXP-NOTA.
           MOVE "C"               TO NFE-C-TIPO-REG.
           MOVE WRK-NFE-NUMERO    TO NFE-C-NUMERO.
           MOVE WRK-NFE-SERIE     TO NFE-C-SERIE.
           MOVE WRK-NFE-CHAVE     TO NFE-C-CHAVE.
           MOVE WRK-DATA-SISTEMA-X TO NFE-C-DATA-EMISSAO.
           IF TIPO-E-RETORNO
               MOVE "0"                  TO NFE-C-TIPO-NF
               MOVE "DEVOLUCAO DE VENDA" TO NFE-C-NATUREZA
           ELSE
               MOVE "1"                  TO NFE-C-TIPO-NF
               MOVE "VENDA DE MERCADORIA" TO NFE-C-NATUREZA
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO NFE-C-PEDIDO.
           MOVE WRK-NFE-SEQ-ITEM  TO NFE-C-QTD-ITENS.
           WRITE NFEEXP-NOTA.
           PERFORM 0219-CONFERIR-NFEEXP.

           MOVE SPACES TO NFEEXP-EMITENTE.
           MOVE "E"               TO NFE-E-TIPO-REG.
           MOVE WRK-NFE-NUMERO    TO NFE-E-NUMERO.
           MOVE WRK-NFE-CNPJ      TO NFE-E-CNPJ.
           MOVE WRK-FILIAL-PEDIDO TO NFE-E-FILIAL.
           MOVE WRK-NFE-CIDADE    TO NFE-E-CIDADE.
           MOVE WRK-NFE-UF-EMIT   TO NFE-E-UF.
           WRITE NFEEXP-EMITENTE.
           PERFORM 0219-CONFERIR-NFEEXP.

           MOVE SPACES TO NFEEXP-DESTINATARIO.
           MOVE "D"                  TO NFE-D-TIPO-REG.
           MOVE WRK-NFE-NUMERO       TO NFE-D-NUMERO.
           MOVE WRK-CLIENTE-DOC      TO NFE-D-CPF-CNPJ.
           MOVE WRK-CLIENTE          TO NFE-D-CLIENTE.
           MOVE WRK-CLIENTE-NOME     TO NFE-D-NOME.
           MOVE WRK-ENDERECO-ENTREGA TO NFE-D-ENDERECO.
           MOVE WRK-CEP-ENTREGA      TO NFE-D-CEP.
           MOVE WRK-ESTADO           TO NFE-D-UF.
           WRITE NFEEXP-DESTINATARIO.
           PERFORM 0219-CONFERIR-NFEEXP.

           MOVE ZEROS TO WRK-NFE-SEQ-ITEM.
           MOVE 1 TO WRK-IDX-ITEM.
           PERFORM 0217-GRAVAR-ITEM-NFE
               UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS.

           MOVE WRK-VALOR-FINAL TO WRK-NFE-VALOR-NOTA.
           MOVE SPACES TO NFEEXP-TOTAIS.
           MOVE "V"                TO NFE-V-TIPO-REG.
           MOVE WRK-NFE-NUMERO     TO NFE-V-NUMERO.
           MOVE WRK-VALOR-BRUTO    TO NFE-V-VALOR-PRODUTOS.
           COMPUTE NFE-V-DESCONTO = WRK-DESCONTO
                                  + WRK-DESCONTO-PONTOS.
           MOVE WRK-FRETE          TO NFE-V-FRETE.
           MOVE WRK-ICMS-BASE      TO NFE-V-ICMS-BASE.
           MOVE WRK-ICMS           TO NFE-V-ICMS-VALOR.
           MOVE WRK-NFE-VALOR-NOTA TO NFE-V-VALOR-NOTA.
           MOVE WRK-TRANSPORTADORA TO NFE-V-TRANSPORTADORA.
           MOVE WRK-PESO           TO NFE-V-PESO.
           WRITE NFEEXP-TOTAIS.
           PERFORM 0219-CONFERIR-NFEEXP.

           ADD 1                  TO WRK-QTD-NFE.
           ADD WRK-NFE-VALOR-NOTA TO WRK-TOT-NFE.

      *=======VALOR DOS ITENS EM REAIS: PEDIDO EM USD TEM CADA ITEM
      *=======CONVERTIDO PELA TAXA APLICADA NO PEDIDO, E O ULTIMO ITEM
      *=======FICA COM A DIFERENCA DO ARREDONDAMENTO, PARA A SOMA DOS
      *=======ITENS FECHAR COM O VALOR DOS PRODUTOS DA NOTA.
       0216-CONVERTER-ITENS-NFE SECTION.
           MOVE ZEROS TO WRK-NFE-VALORES-ITEM.
           MOVE ZEROS TO WRK-NFE-SOMA-ITENS.
           MOVE ZEROS TO WRK-NFE-ULTIMO-ITEM.
           MOVE ZEROS TO WRK-NFE-SEQ-ITEM.
           MOVE 1 TO WRK-IDX-ITEM.
           PERFORM 0216A-CONVERTER-ITEM
               UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS.
           IF WRK-NFE-ULTIMO-ITEM GREATER ZEROS
               COMPUTE WRK-NFE-VALOR-ITEM(WRK-NFE-ULTIMO-ITEM) =
                       WRK-NFE-VALOR-ITEM(WRK-NFE-ULTIMO-ITEM)
                       + WRK-VALOR-BRUTO - WRK-NFE-SOMA-ITENS
           END-IF.

       0216A-CONVERTER-ITEM SECTION.
           IF WRK-ITEM-QTDE(WRK-IDX-ITEM) EQUAL ZEROS
              AND WRK-ITEM-COD(WRK-IDX-ITEM) NOT EQUAL SPACES
               CONTINUE
           ELSE
               IF MOEDA-E-DOLAR
                   COMPUTE WRK-NFE-VALOR-ITEM(WRK-IDX-ITEM) ROUNDED =
                           WRK-ITEM-VALOR(WRK-IDX-ITEM)
                           * WRK-TAXA-APLICADA
               ELSE
                   MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM)
                       TO WRK-NFE-VALOR-ITEM(WRK-IDX-ITEM)
               END-IF
               ADD WRK-NFE-VALOR-ITEM(WRK-IDX-ITEM)
                   TO WRK-NFE-SOMA-ITENS
               MOVE WRK-IDX-ITEM TO WRK-NFE-ULTIMO-ITEM
               ADD 1 TO WRK-NFE-SEQ-ITEM
           END-IF.
           ADD 1 TO WRK-IDX-ITEM.

      *=======MESMO CRITERIO DA 0210: ITEM QUE FICOU INTEIRO NO
      *=======BACKORDER (QUANTIDADE ZERO) NAO ENTRA NA NOTA.
       0217-GRAVAR-ITEM-NFE SECTION.
           IF WRK-ITEM-QTDE(WRK-IDX-ITEM) EQUAL ZEROS
              AND WRK-ITEM-COD(WRK-IDX-ITEM) NOT EQUAL SPACES
               CONTINUE
           ELSE
               ADD 1 TO WRK-NFE-SEQ-ITEM
               MOVE SPACES TO NFEEXP-ITEM
               MOVE "I"               TO NFE-I-TIPO-REG
               MOVE WRK-NFE-NUMERO    TO NFE-I-NUMERO
               MOVE WRK-NFE-SEQ-ITEM  TO NFE-I-SEQ-ITEM
               MOVE WRK-ITEM-COD(WRK-IDX-ITEM)     TO NFE-I-PRODUTO
               MOVE WRK-ITEM-PRODUTO(WRK-IDX-ITEM) TO NFE-I-DESCRICAO
               MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM)    TO NFE-I-QTDE
               MOVE WRK-NFE-VALOR-ITEM(WRK-IDX-ITEM) TO NFE-I-VALOR
               MOVE WRK-ITEM-PESO(WRK-IDX-ITEM)    TO NFE-I-PESO
               WRITE NFEEXP-ITEM
               PERFORM 0219-CONFERIR-NFEEXP
           END-IF.
           ADD 1 TO WRK-IDX-ITEM.

      *=======TRAILER: NOTAS, REGISTROS (HEADER E TRAILER INCLUSOS) E
      *=======VALOR TOTAL DAS NOTAS DO LOTE, PARA A IMPORTACAO CONFERIR.
       0218-GRAVAR-TRAILER-NFE SECTION.
           ADD 1 TO WRK-QTD-REG-NFE.
           MOVE SPACES TO NFEEXP-TRAILER.
           MOVE "T"             TO NFE-T-TIPO-REG.
           MOVE WRK-QTD-NFE     TO NFE-T-QTD-NOTAS.
           MOVE WRK-QTD-REG-NFE TO NFE-T-QTD-REGISTROS.
           MOVE WRK-TOT-NFE     TO NFE-T-VALOR-TOTAL.
           WRITE NFEEXP-TRAILER.
           IF WRK-FS-NFEEXP NOT EQUAL "00"
               MOVE WRK-FS-NFEEXP TO UTIL-FS-CODIGO
               MOVE "NFEEXP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0219-CONFERIR-NFEEXP SECTION.
           IF WRK-FS-NFEEXP NOT EQUAL "00"
               MOVE WRK-FS-NFEEXP TO UTIL-FS-CODIGO
               MOVE "NFEEXP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-REG-NFE.

       0280-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE WRK-CTL-TOT-FRETE     TO CHECKPT-TOT-FRETE.
           MOVE WRK-CTL-TOT-FINAL     TO CHECKPT-TOT-FINAL.
           MOVE WRK-CTL-TOT-FRETE-SAI TO CHECKPT-TOT-FRETE-SAIDA.
           MOVE WRK-QTD-NFE           TO CHECKPT-QTD-NFE.
           MOVE WRK-QTD-REG-NFE       TO CHECKPT-QTD-REG-NFE.
           MOVE WRK-TOT-NFE           TO CHECKPT-TOT-NFE.
           WRITE CHECKPT-REC.
           IF WRK-FS-CHECKPT NOT EQUAL "00"
               MOVE WRK-FS-CHECKPT TO UTIL-FS-CODIGO
                   WRK-QTD-ITENS-BACKORD.
           DISPLAY "PEDIDOS ADIADOS (INTEIROS EM BACKORDER)...... "
                   WRK-QTD-PED-ADIADOS.
           DISPLAY "PEDIDOS CANCELADOS NO CANCPED (PULADOS)...... "
                   WRK-QTD-CANCELADOS.
           DISPLAY "PEDIDOS COM FRETE POR CONTRATO............... "
                   WRK-QTD-CONTRATO.
           DISPLAY "PEDIDOS COBRADOS PELO PESO CUBADO............ "
                   WRK-QTD-CUBADOS.
           DISPLAY "PEDIDOS COM ESCOLHA ENTRE TRANSPORTADORAS.... "
                   WRK-QTD-COM-ESCOLHA.
           DISPLAY "PEDIDOS COM ACRESCIMO DE ZONA DE CEP......... "
                   WRK-QTD-COM-ZONA.
           DISPLAY "PEDIDOS COM FRETE RATEADO DE EMBARQUE........ "
                   WRK-QTD-CONSOLIDADOS.
           DISPLAY "NOTAS ELETRÔNICAS EXPORTADAS (NFEEXP)........ "
                   WRK-QTD-NFE.
           DISPLAY "PEDIDOS SEM NOTA ELETRÔNICA (FILIAL SEM CNPJ) "
                   WRK-QTD-SEM-NFE.
           MOVE WRK-TOT-ECONOMIA TO EDIT-MOEDA-SINAL.
           DISPLAY "ECONOMIA SOBRE A SEGUNDA COTACAO............. "
                   EDIT-MOEDA-SINAL.
           IF PROGRAMA-PONTOS-ATIVO
               DISPLAY "PONTOS DE FIDELIDADE GANHOS.................. "
                       WRK-TOT-PONTOS-GANHOS
               DISPLAY "PONTOS RESGATADOS COMO DESCONTO.............. "
                       WRK-TOT-PONTOS-RESGATE
               MOVE WRK-TOT-DESCONTO-PONTOS TO EDIT-MOEDA-1
               DISPLAY "DESCONTO DADO EM PONTOS...................... "
                       EDIT-MOEDA-1
               DISPLAY "PONTOS GANHOS ESTORNADOS..................... "
                       WRK-TOT-PONTOS-ESTORNO
               DISPLAY "PONTOS DE RESGATE DEVOLVIDOS................. "
                       WRK-TOT-PONTOS-DEVOLVIDO
           END-IF.

           CLOSE ARQ-PEDIDOS.
           CLOSE ARQ-RESULTADO.
           CLOSE ARQ-PARAMETR.
           CLOSE ARQ-NOTA.
           PERFORM 0218-GRAVAR-TRAILER-NFE.
           CLOSE ARQ-NFEEXP.
           IF CADASTRO-FILIAL-ATIVO
               CLOSE ARQ-FILIAL
           END-IF.
           CLOSE ARQ-PROMO.
           CLOSE ARQ-CAMBIO.
           CLOSE ARQ-PROMOUSO.
           CLOSE ARQ-PEDSTAT.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-PEDHIST.
           IF PROGRAMA-PONTOS-ATIVO
               CLOSE ARQ-PONTOS
               CLOSE ARQ-PONTOPED
           END-IF.
           IF COTACAO-DISPONIVEL
               CLOSE ARQ-COTACAO
           END-IF.
               CLOSE ARQ-ESTOQUE
               CLOSE ARQ-MOVEST
               CLOSE ARQ-BACKORD
               CLOSE ARQ-QUARENT
           END-IF.
           IF CONTROLE-LOTES-ATIVO
               CLOSE ARQ-ESTLOTES
           IF CADERNO-ENDERECO-ATIVO
               CLOSE ARQ-CLIENDER
           END-IF.
           IF CONSOLIDACAO-ATIVA
               CLOSE ARQ-EMBCONS
           END-IF.
           IF KITS-DISPONIVEIS
               CLOSE ARQ-PEDKIT
           END-IF.
           CLOSE ARQ-DEVAUT.
           CLOSE ARQ-PEDREJ.
           CLOSE ARQ-AUDITLOG.
           MOVE WRK-DATA-SISTEMA TO DIA-DATA.
           MOVE "FRETE-UF"   TO DIA-TIPO.
           MOVE WRK-TOT-UF(WRK-IDX-REL) TO DIA-CHAVE.
           COMPUTE DIA-VALOR = WRK-TOT-FRETE(WRK-IDX-REL)
                   - WRK-TOT-ADVALOREM(WRK-IDX-REL)
                   - WRK-TOT-GRIS(WRK-IDX-REL)
                   - WRK-TOT-PEDAGIO(WRK-IDX-REL)
                   - WRK-TOT-COMBUST(WRK-IDX-REL).
           MOVE ZEROS        TO DIA-QUANTIDADE.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

           MOVE WRK-TOT-ADVALOREM(WRK-IDX-REL) TO EDIT-MOEDA-1.
           MOVE WRK-TOT-GRIS(WRK-IDX-REL)      TO EDIT-MOEDA-2.
           DISPLAY "     AD-VALOREM: " EDIT-MOEDA-1
                   " GRIS: " EDIT-MOEDA-2.
           MOVE WRK-TOT-PEDAGIO(WRK-IDX-REL)   TO EDIT-MOEDA-1.
           MOVE WRK-TOT-COMBUST(WRK-IDX-REL)   TO EDIT-MOEDA-2.
           DISPLAY "     PEDÁGIO: " EDIT-MOEDA-1
                   " COMBUSTÍVEL: " EDIT-MOEDA-2.
           MOVE "ADVALOR-UF" TO DIA-TIPO.
           MOVE WRK-TOT-ADVALOREM(WRK-IDX-REL) TO DIA-VALOR.
           PERFORM 0312-GRAVAR-ADICIONAL-UF.
           MOVE "GRIS-UF"    TO DIA-TIPO.
           MOVE WRK-TOT-GRIS(WRK-IDX-REL) TO DIA-VALOR.
           PERFORM 0312-GRAVAR-ADICIONAL-UF.
           MOVE "PEDAGIO-UF" TO DIA-TIPO.
           MOVE WRK-TOT-PEDAGIO(WRK-IDX-REL) TO DIA-VALOR.
           PERFORM 0312-GRAVAR-ADICIONAL-UF.
           MOVE "COMBUST-UF" TO DIA-TIPO.
           MOVE WRK-TOT-COMBUST(WRK-IDX-REL) TO DIA-VALOR.
           PERFORM 0312-GRAVAR-ADICIONAL-UF.

           ADD 1 TO WRK-IDX-REL.

      *=======UMA LINHA DE ADICIONAL DE FRETE DA UF NO DIATOTAL (TIPO
      *=======E VALOR JA MOVIDOS PELO CHAMADOR).
       0312-GRAVAR-ADICIONAL-UF SECTION.
           MOVE "PROGRAMA11" TO DIA-PROGRAMA.
           MOVE WRK-DATA-SISTEMA TO DIA-DATA.
           MOVE WRK-TOT-UF(WRK-IDX-REL) TO DIA-CHAVE.
           MOVE ZEROS        TO DIA-QUANTIDADE.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0315-IMPRIME-TOTAL-UF-RETORNO SECTION.
           MOVE WRK-TOT-VALOR-RET(WRK-IDX-REL-RET) TO EDIT-MOEDA-1.
           MOVE WRK-TOT-FRETE-RET(WRK-IDX-REL-RET) TO EDIT-MOEDA-2.
