      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: AREA COMPLEMENTAR DA CHAMADA A CALCFRET,
      *    ==          COPIADA NA WORKING-STORAGE DOS CHAMADORES E NA
      *    ==          LINKAGE DA PROPRIA CALCFRET (PASSADA COMO
      *    ==          ULTIMO PARAMETRO). CONCENTRA OS DADOS DA
      *    ==          ESCOLHA ENTRE TRANSPORTADORAS PARA A LISTA DE
      *    ==          PARAMETROS NAO CRESCER A CADA NOVIDADE.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CFR-URGENTE E DE ENTRADA ("S" = PEDIDO
      *==             URGENTE, ESCOLHE O MENOR PRAZO; QUALQUER OUTRO
      *==             VALOR ESCOLHE O MENOR FRETE). OS DEMAIS CAMPOS
      *==             SAO DE SAIDA: A SEGUNDA MELHOR COTACAO
      *==             (TRANSPORTADORA, FRETE E PRAZO) E QUANTAS
      *==             TRANSPORTADORAS FORAM COTADAS. SEM SEGUNDA
      *==             COTACAO, CFR-TRANSP-ALT VOLTA ZERADA.
      *==   XX/XX/2026 - INCLUIDOS A DATA-BASE DOS ADICIONAIS DE FRETE
      *==                (CFR-DATA-BASE, ENTRADA, AAAAMMDD; BRANCO =
      *==                DATA DO DIA) E, NA SAIDA, O FRETE SEM
      *==                ADICIONAIS (CFR-FRETE-BASE) E CADA ADICIONAL
      *==                DA TABELA "ADICFRET" EM SEPARADO. O FRETE
      *==                DEVOLVIDO PELA CALCFRET JA E A SOMA DE TUDO;
      *==                NO FRETE GRATIS, TODOS VOLTAM ZERADOS.
      *==   XX/XX/2026 - INCLUIDO O CEP DE ENTREGA (CFR-CEP, ENTRADA;
      *==                ZERO = SEM CEP, FRETE SO PELA UF) E, NA SAIDA,
      *==                A ZONA DA TABELA "ZONACEP" EM QUE ELE CAIU
      *==                (CFR-ZONA, BRANCO = NENHUMA), O ACRESCIMO DA
      *==                ZONA JA SOMADO NO CFR-FRETE-BASE
      *==                (CFR-ZONA-ACRESCIMO) E OS DIAS A MAIS DA ZONA
      *==                JA SOMADOS NO PRAZO DEVOLVIDO (CFR-ZONA-DIAS).
      *===========================================
       01  CALCFRET-COMPL.
           05  CFR-URGENTE         PIC X(01).
               88  CFR-PEDIDO-URGENTE       VALUE "S".
           05  CFR-TRANSP-ALT      PIC 9(03).
           05  CFR-FRETE-ALT       PIC S9(08)V99.
           05  CFR-DIAS-ALT        PIC 9(03).
           05  CFR-QTD-COTADAS     PIC 9(02).
           05  CFR-DATA-BASE       PIC X(08).
           05  CFR-FRETE-BASE      PIC S9(08)V99.
           05  CFR-ADVALOREM       PIC S9(08)V99.
           05  CFR-GRIS            PIC S9(08)V99.
           05  CFR-PEDAGIO         PIC S9(08)V99.
           05  CFR-COMBUSTIVEL     PIC S9(08)V99.
           05  CFR-CEP             PIC 9(08).
           05  CFR-ZONA            PIC X(06).
           05  CFR-ZONA-ACRESCIMO  PIC S9(08)V99.
           05  CFR-ZONA-DIAS       PIC 9(03).
