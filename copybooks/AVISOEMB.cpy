      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO ARQUIVO DE AVISO DE EMBARQUE AS
      *    ==          TRANSPORTADORAS (ARQUIVO "AVISOTRN"), GRAVADO
      *    ==          PELA AVISOTRN DEPOIS DO ROMANEIO: UM BLOCO POR
      *    ==          TRANSPORTADORA ATIVA COM OS PEDIDOS QUE ELA
      *    ==          COLETA HOJE, NO PADRAO DO NOTFIS, PARA A
      *    ==          TRANSPORTADORA CARREGAR NO SISTEMA DELA SEM
      *    ==          REDIGITAR O ROMANEIO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: AVT-x-TIPO-REG "H" = HEADER DA TRANSPORTADORA,
      *==             "D" = PEDIDO A COLETAR, "S" = SOLICITACAO DE
      *==             COLETA (TOTAIS DO DIA CONTRA A CAPACIDADE DO
      *==             VEICULO), "T" = TRAILER DA TRANSPORTADORA. O
      *==             NUMERO DE SEQUENCIA DO HEADER E DO TRAILER E
      *==             POR TRANSPORTADORA (PARAMETRO "SEQAVTnnn" NO
      *==             PARAMETR) E SOBE A CADA ARQUIVO GERADO: NUMERO
      *==             REPETIDO NA TRANSPORTADORA = REENVIO. O GATEWAY
      *==             DE EDI SEPARA OS BLOCOS, UM ARQUIVO POR
      *==             TRANSPORTADORA. OS LAYOUTS DIVIDEM O MESMO
      *==             BUFFER: LIMPAR E PREENCHER ANTES DE CADA WRITE.
      *==             A CONTAGEM DO TRAILER INCLUI TODOS OS REGISTROS
      *==             DO BLOCO, HEADER E TRAILER INCLUSIVE. VALORES
      *==             EM REAIS, PESOS EM QUILOS, DATAS
      *==             AAAAMMDD.
      *===========================================
       01  AVISOTRN-HEADER.
           05  AVT-H-TIPO-REG      PIC X(01).
           05  AVT-H-TRANSP        PIC 9(03).
           05  AVT-H-TRN-NOME      PIC X(30).
           05  AVT-H-SEQUENCIA     PIC 9(06).
           05  AVT-H-DATA-GERACAO  PIC X(08).
           05  AVT-H-DATA-COLETA   PIC X(08).
           05  AVT-H-LEIAUTE       PIC X(04).

       01  AVISOTRN-DETALHE.
           05  AVT-D-TIPO-REG      PIC X(01).
           05  AVT-D-PEDIDO        PIC 9(08).
           05  AVT-D-EMBARQUE      PIC 9(08).
           05  AVT-D-NF-SERIE      PIC 9(03).
           05  AVT-D-NF-NUMERO     PIC 9(09).
           05  AVT-D-FILIAL        PIC 9(02).
           05  AVT-D-CLIENTE       PIC 9(06).
           05  AVT-D-NOME          PIC X(30).
           05  AVT-D-CPF-CNPJ      PIC X(14).
           05  AVT-D-ENDERECO      PIC X(40).
           05  AVT-D-CEP           PIC 9(08).
           05  AVT-D-UF            PIC X(02).
           05  AVT-D-VOLUMES       PIC 9(05).
           05  AVT-D-PESO-REAL     PIC 9(05)V99.
           05  AVT-D-PESO-CUBADO   PIC 9(05)V99.
           05  AVT-D-VALOR         PIC 9(08)V99.
           05  AVT-D-DATA-PROMETIDA PIC X(08).

       01  AVISOTRN-COLETA.
           05  AVT-S-TIPO-REG      PIC X(01).
           05  AVT-S-TRANSP        PIC 9(03).
           05  AVT-S-DATA-COLETA   PIC X(08).
           05  AVT-S-QTD-PEDIDOS   PIC 9(05).
           05  AVT-S-VOLUMES       PIC 9(07).
           05  AVT-S-PESO-REAL     PIC 9(07)V99.
           05  AVT-S-PESO-CUBADO   PIC 9(07)V99.
           05  AVT-S-VALOR         PIC 9(10)V99.
           05  AVT-S-CAPACIDADE-KG PIC 9(07)V99.
           05  AVT-S-VEICULOS      PIC 9(03).
           05  AVT-S-EXCEDE        PIC X(01).

       01  AVISOTRN-TRAILER.
           05  AVT-T-TIPO-REG      PIC X(01).
           05  AVT-T-TRANSP        PIC 9(03).
           05  AVT-T-SEQUENCIA     PIC 9(06).
           05  AVT-T-QTD-REGISTROS PIC 9(07).
           05  AVT-T-VALOR-TOTAL   PIC 9(12)V99.
