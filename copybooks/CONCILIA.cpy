      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE CONCILIACAO BANCARIA
      *    ==          (ARQUIVO INDEXADO "CONCILIA"), MANTIDO PELO
      *    ==          CONCBANC: UM REGISTRO POR LANCAMENTO IMPORTADO
      *    ==          DO EXTRATO E UM POR MOVIMENTO ESPERADO NO BANCO
      *    ==          (LIQUIDACAO DE COBRANCA DO RETCOBRA, CREDITOS DA
      *    ==          FOLHA NO REMBANCO, DEPOSITO DO REMFGTS). O QUE
      *    ==          NAO CASA NO DIA FICA PENDENTE E E TENTADO DE
      *    ==          NOVO NOS DIAS SEGUINTES (O BANCO CREDITA A
      *    ==          COBRANCA DIAS DEPOIS DA LIQUIDACAO).
      *==DATA XX/XX/2026
      *==OBSERVACOES: CNC-ORIGEM "EXT" = LINHA DO EXTRATO (DOCUMENTO =
      *==             DATA DO EXTRATO + BANCO + AGENCIA + CONTA +
      *==             SEQUENCIA DA LINHA NO BLOCO), "COB" = TITULO
      *==             LIQUIDADO PELO BANCO (DOCUMENTO = CREC-NUMERO),
      *==             "FOL" = REMESSA DA FOLHA E "FGT" = REMESSA DO
      *==             FGTS (DOCUMENTO = ARQUIVO + DATA DE GERACAO).
      *==             A CHAVE DO MESMO LANCAMENTO NAO MUDA, ENTAO
      *==             REIMPORTAR UM EXTRATO NAO DUPLICA NADA.
      *==             CNC-SITUACAO "P" = PENDENTE, "C" = CONCILIADO;
      *==             CNC-CHAVE-PAR GUARDA A CHAVE DO OUTRO LADO.
      *===========================================
       01  CONCILIA-REC.
           05  CNC-CHAVE.
               10  CNC-ORIGEM      PIC X(03).
                   88  CNC-DO-EXTRATO       VALUE "EXT".
                   88  CNC-DA-COBRANCA      VALUE "COB".
                   88  CNC-DA-FOLHA         VALUE "FOL".
                   88  CNC-DO-FGTS          VALUE "FGT".
               10  CNC-DOCUMENTO   PIC X(30).
           05  CNC-NATUREZA        PIC X(01).
               88  CNC-CREDITO              VALUE "C".
               88  CNC-DEBITO               VALUE "D".
           05  CNC-DATA            PIC X(08).
           05  CNC-VALOR           PIC 9(10)V99.
           05  CNC-CONTA           PIC X(15).
           05  CNC-HISTORICO       PIC X(25).
           05  CNC-SITUACAO        PIC X(01).
               88  CNC-PENDENTE             VALUE "P".
               88  CNC-CONCILIADO           VALUE "C".
           05  CNC-DATA-CONCILIACAO PIC X(08).
           05  CNC-CHAVE-PAR       PIC X(33).
