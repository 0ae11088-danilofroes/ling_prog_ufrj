      ******************************************************************
      *    COPYBOOK.....: SALDREC.CPY
      *    DESCRICAO.....: LAYOUT DO ARQUIVO DE SALDO DEVEDOR DOS
      *                    FUNCIONARIOS (SALDODEV), UM REGISTRO POR
      *                    FUNC-ID. O SALDO NASCE QUANDO OS DESCONTOS
      *                    DO MES (INSS + IRRF + VARIAVEIS) PASSAM DO
      *                    BRUTO: O LIQUIDO E ZERADO E O EXCEDENTE
      *                    FICA AQUI, NA MOEDA DO FUNCIONARIO, PARA SER
      *                    COBRADO NA FOLHA NORMAL DA COMPETENCIA
      *                    SEGUINTE (OU ABATIDO DA RESCISAO). SALDO
      *                    ZERO = QUITADO. COMP-ABERTURA E A
      *                    COMPETENCIA EM QUE A DIVIDA NASCEU (MANTIDA
      *                    ENQUANTO ELA FOR SENDO TRANSPORTADA);
      *                    COMP-ORIGEM E A DO ULTIMO EXCEDENTE
      *                    REGISTRADO. COMP-COBRANCA, MODO-COBRANCA E
      *                    VALOR-COBRADO GUARDAM A ULTIMA COBRANCA,
      *                    PARA O CONTRACHEQUE E O REINICIO DO
      *                    RELATORIO-FUNCIONARIO VEREM O MESMO VALOR.
      *                    ATUALIZADO SO PELO SALDO-DEVEDOR.
      *    USADO POR.....: SALDODEV, RELSALDO
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE SALDO DEVEDOR
      ******************************************************************
       01  SALD-REGISTRO.
           05  SALD-FUNC-ID            PIC 9(04).
           05  SALD-MOEDA              PIC X(01).
               88  SALD-MOEDA-REAL         VALUE "R".
               88  SALD-MOEDA-DOLAR        VALUE "U".
           05  SALD-VALOR              PIC 9(5)V99.
           05  SALD-COMP-ABERTURA      PIC 9(06).
           05  SALD-COMP-ORIGEM        PIC 9(06).
           05  SALD-COMP-COBRANCA      PIC 9(06).
           05  SALD-MODO-COBRANCA      PIC X(01).
           05  SALD-VALOR-COBRADO      PIC 9(5)V99.
           05  FILLER                  PIC X(22).
