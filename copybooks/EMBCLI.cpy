      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO ARQUIVO DE INTERFACE DO AVISO DE
      *    ==          EMBARQUE AO CLIENTE (ARQUIVO "EMBCLI"), GRAVADO
      *    ==          PELO AVISOCLI JUNTO COM A CARTA PARA OS
      *    ==          CLIENTES QUE PEDIRAM ARQUIVO (CLI-AVISO-EMBARQUE
      *    ==          "A"): UM REGISTRO POR PEDIDO EMBARCADO NO DIA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: NOTA FISCAL ZERADA = PEDIDO SEM NOTA EXPORTADA.
      *==             DATA PROMETIDA EM BRANCO = PEDIDO SEM PRAZO NO
      *==             HISTORICO. DATAS AAAAMMDD, VALOR EM REAIS.
      *===========================================
       01  EMBCLI-REC.
           05  ECL-CLIENTE         PIC 9(06).
           05  ECL-CPF-CNPJ        PIC X(14).
           05  ECL-DATA-EMBARQUE   PIC X(08).
           05  ECL-PEDIDO          PIC 9(08).
           05  ECL-EMBARQUE        PIC 9(08).
           05  ECL-TRANSPORTADORA  PIC 9(03).
           05  ECL-TRN-NOME        PIC X(30).
           05  ECL-NF-SERIE        PIC 9(03).
           05  ECL-NF-NUMERO       PIC 9(09).
           05  ECL-DATA-PROMETIDA  PIC X(08).
           05  ECL-ENDERECO        PIC X(40).
           05  ECL-CEP             PIC 9(08).
           05  ECL-UF              PIC X(02).
           05  ECL-VOLUMES         PIC 9(05).
           05  ECL-VALOR           PIC 9(08)V99.
