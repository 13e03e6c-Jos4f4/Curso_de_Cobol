      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO ARQUIVO DE REMESSA DE COBRANCA AO
      *    ==          BANCO (ARQUIVO "REMCOBRA"), GRAVADO TODA NOITE
      *    ==          PELO REMCOBRA DEPOIS DO PARCELAS: UM HEADER COM
      *    ==          O CONVENIO E O NUMERO DA REMESSA, UMA LINHA POR
      *    ==          TITULO DO CONTAS A RECEBER (NOSSO NUMERO =
      *    ==          CREC-NUMERO) COM A INSTRUCAO AO BANCO, E UM
      *    ==          TRAILER COM AS QUANTIDADES E O VALOR DAS
      *    ==          ENTRADAS -- NO LUGAR DA DIGITACAO DE CADA
      *    ==          BOLETO NO PORTAL DO BANCO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RCB-x-TIPO-REG "H" = HEADER, "D" = TITULO,
      *==             "T" = TRAILER. RCB-D-INSTRUCAO "01" = ENTRADA
      *==             DE TITULO (REGISTRO), "02" = PEDIDO DE BAIXA
      *==             (TITULO QUITADO NO CAIXA, POR CREDITO OU
      *==             ESTORNADO), "06" = ALTERACAO DE VENCIMENTO,
      *==             "47" = ALTERACAO DO VALOR DO TITULO. O NUMERO DA
      *==             REMESSA (PARAMETRO "SEQREMCOB") SOBE A CADA
      *==             ARQUIVO E FICA GRAVADO NO TITULO
      *==             (CREC-REMESSA), PARA O RETCOBRA CASAR O RETORNO
      *==             COM O QUE FOI ENVIADO; NUMERO REPETIDO NO BANCO =
      *==             REENVIO. RCB-D-TIPO-INSCRICAO "01" = CPF, "02" =
      *==             CNPJ. A CONTAGEM DO TRAILER INCLUI HEADER E
      *==             TRAILER. OS LAYOUTS DIVIDEM O MESMO BUFFER:
      *==             LIMPAR E PREENCHER ANTES DE CADA WRITE. VALORES
      *==             EM REAIS, DATAS AAAAMMDD.
      *===========================================
       01  REMCOBRA-HEADER.
           05  RCB-H-TIPO-REG      PIC X(01).
           05  RCB-H-ARQUIVO       PIC X(08).
           05  RCB-H-SEQUENCIA     PIC 9(06).
           05  RCB-H-DATA-GERACAO  PIC X(08).
           05  RCB-H-BANCO         PIC 9(03).
           05  RCB-H-AGENCIA       PIC 9(04).
           05  RCB-H-CONTA         PIC 9(08).
           05  RCB-H-CARTEIRA      PIC 9(03).
           05  RCB-H-LEIAUTE       PIC X(04).

       01  REMCOBRA-DETALHE.
           05  RCB-D-TIPO-REG      PIC X(01).
           05  RCB-D-SEQ-REGISTRO  PIC 9(07).
           05  RCB-D-INSTRUCAO     PIC X(02).
           05  RCB-D-NOSSO-NUMERO  PIC 9(08).
           05  RCB-D-SEU-NUMERO.
               10  RCB-D-PEDIDO    PIC 9(08).
               10  RCB-D-PARCELA   PIC 9(02).
           05  RCB-D-DATA-EMISSAO  PIC X(08).
           05  RCB-D-DATA-VENCIMENTO PIC X(08).
           05  RCB-D-VALOR         PIC 9(08)V99.
           05  RCB-D-CLIENTE       PIC 9(06).
           05  RCB-D-TIPO-INSCRICAO PIC X(02).
           05  RCB-D-CPF-CNPJ      PIC X(14).
           05  RCB-D-NOME          PIC X(30).
           05  RCB-D-ENDERECO      PIC X(40).
           05  RCB-D-CEP           PIC 9(08).
           05  RCB-D-UF            PIC X(02).

       01  REMCOBRA-TRAILER.
           05  RCB-T-TIPO-REG      PIC X(01).
           05  RCB-T-SEQUENCIA     PIC 9(06).
           05  RCB-T-QTD-TITULOS   PIC 9(06).
           05  RCB-T-QTD-ENTRADAS  PIC 9(06).
           05  RCB-T-VALOR-ENTRADAS PIC 9(12)V99.
           05  RCB-T-QTD-REGISTROS PIC 9(07).
