      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO ARQUIVO DE INTERFACE DE NOTA FISCAL
      *    ==          ELETRONICA (ARQUIVO "NFEEXP"), GRAVADO PELO
      *    ==          PROGRAMA11 PARA O SISTEMA FISCAL DO ESCRITORIO
      *    ==          CONTABIL IMPORTAR AS NOTAS DO LOTE SEM
      *    ==          REDIGITAR A NOTAFISC IMPRESSA: UM HEADER, UM
      *    ==          BLOCO POR NOTA (IDENTIFICACAO, EMITENTE,
      *    ==          DESTINATARIO, ITENS E TOTAIS) E UM TRAILER COM
      *    ==          AS CONTAGENS E O VALOR TOTAL PARA CONFERENCIA NA
      *    ==          IMPORTACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: NFE-xxx-TIPO-REG "H" = HEADER, "C" = IDENTIFI-
      *==             CACAO DA NOTA, "E" = EMITENTE (FILIAL), "D" =
      *==             DESTINATARIO (CLIENTE), "I" = ITEM, "V" =
      *==             TOTAIS, "T" = TRAILER. TODOS OS REGISTROS DE UMA
      *==             NOTA LEVAM O NUMERO DA NOTA. A CHAVE DE ACESSO
      *==             (44 DIGITOS) SEGUE A COMPOSICAO DA NF-E: UF DO
      *==             EMITENTE (CODIGO IBGE), AAMM DA EMISSAO, CNPJ DO
      *==             EMITENTE, MODELO 55, SERIE, NUMERO, TIPO DE
      *==             EMISSAO 1, CODIGO NUMERICO (NUMERO DO PEDIDO) E
      *==             DIGITO VERIFICADOR MODULO 11. OS LAYOUTS DIVIDEM
      *==             O MESMO BUFFER: LIMPAR E PREENCHER ANTES DE CADA
      *==             WRITE. VALORES SEMPRE EM REAIS.
      *===========================================
       01  NFEEXP-HEADER.
           05  NFE-H-TIPO-REG      PIC X(01).
           05  NFE-H-ARQUIVO       PIC X(08).
           05  NFE-H-DATA-GERACAO  PIC X(08).
           05  NFE-H-LEIAUTE       PIC X(04).

       01  NFEEXP-NOTA.
           05  NFE-C-TIPO-REG      PIC X(01).
           05  NFE-C-NUMERO        PIC 9(09).
           05  NFE-C-SERIE         PIC 9(03).
           05  NFE-C-CHAVE         PIC X(44).
           05  NFE-C-DATA-EMISSAO  PIC X(08).
           05  NFE-C-TIPO-NF       PIC X(01).
           05  NFE-C-NATUREZA      PIC X(20).
           05  NFE-C-PEDIDO        PIC 9(08).
           05  NFE-C-QTD-ITENS     PIC 9(03).

       01  NFEEXP-EMITENTE.
           05  NFE-E-TIPO-REG      PIC X(01).
           05  NFE-E-NUMERO        PIC 9(09).
           05  NFE-E-CNPJ          PIC X(14).
           05  NFE-E-FILIAL        PIC 9(02).
           05  NFE-E-CIDADE        PIC X(15).
           05  NFE-E-UF            PIC X(02).

       01  NFEEXP-DESTINATARIO.
           05  NFE-D-TIPO-REG      PIC X(01).
           05  NFE-D-NUMERO        PIC 9(09).
           05  NFE-D-CPF-CNPJ      PIC X(14).
           05  NFE-D-CLIENTE       PIC 9(06).
           05  NFE-D-NOME          PIC X(30).
           05  NFE-D-ENDERECO      PIC X(40).
           05  NFE-D-CEP           PIC 9(08).
           05  NFE-D-UF            PIC X(02).

       01  NFEEXP-ITEM.
           05  NFE-I-TIPO-REG      PIC X(01).
           05  NFE-I-NUMERO        PIC 9(09).
           05  NFE-I-SEQ-ITEM      PIC 9(03).
           05  NFE-I-PRODUTO       PIC X(10).
           05  NFE-I-DESCRICAO     PIC X(30).
           05  NFE-I-QTDE          PIC 9(05).
           05  NFE-I-VALOR         PIC 9(08)V99.
           05  NFE-I-PESO          PIC 9(05)V99.

       01  NFEEXP-TOTAIS.
           05  NFE-V-TIPO-REG      PIC X(01).
           05  NFE-V-NUMERO        PIC 9(09).
           05  NFE-V-VALOR-PRODUTOS PIC 9(08)V99.
           05  NFE-V-DESCONTO      PIC 9(08)V99.
           05  NFE-V-FRETE         PIC 9(08)V99.
           05  NFE-V-ICMS-BASE     PIC 9(08)V99.
           05  NFE-V-ICMS-VALOR    PIC 9(08)V99.
           05  NFE-V-VALOR-NOTA    PIC 9(08)V99.
           05  NFE-V-TRANSPORTADORA PIC 9(03).
           05  NFE-V-PESO          PIC 9(05)V99.

       01  NFEEXP-TRAILER.
           05  NFE-T-TIPO-REG      PIC X(01).
           05  NFE-T-QTD-NOTAS     PIC 9(07).
           05  NFE-T-QTD-REGISTROS PIC 9(09).
           05  NFE-T-VALOR-TOTAL   PIC 9(12)V99.
