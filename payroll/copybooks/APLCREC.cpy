      ******************************************************************
      *    COPYBOOK.....: APLCREC.CPY
      *    DESCRICAO.....: AREA DE INTERFACE DO SUBPROGRAMA
      *                    APLICA-CONTRATOS. FUNCAO "A": O CHAMADOR
      *                    INFORMA O FUNC-ID, A COMPETENCIA, O LIQUIDO
      *                    DO FUNCIONARIO ANTES DOS CONTRATOS E A
      *                    MARGEM CONSIGNAVEL, E RECEBE O TOTAL A
      *                    DESCONTAR E UM ITEM POR CONTRATO DO
      *                    FUNCIONARIO (VALOR DEVIDO, VALOR
      *                    DESCONTADO, PARCELA, OCORRENCIA E DADOS DO
      *                    FAVORECIDO PARA O CREDITO NA REMESSA).
      *                    FUNCAO "G": GRAVA NO CADASTRO CONTRATOS AS
      *                    BAIXAS DE PARCELA FEITAS NA EXECUCAO (SO O
      *                    RELATORIO-FUNCIONARIO CHAMA, NO FECHAMENTO).
      *    USADO POR.....: RELFUNC, CONTRCHQ, APLCONTR, SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    14/10/2026 DF      VERSAO INICIAL DO LAYOUT DE INTERFACE
      ******************************************************************
       01  APLC-AREA.
           05  APLC-FUNCAO             PIC X(01).
               88  APLC-FUNCAO-APLICAR     VALUE "A".
               88  APLC-FUNCAO-GRAVAR      VALUE "G".
           05  APLC-RETORNO            PIC X(01).
               88  APLC-OK                 VALUE "S".
               88  APLC-FALHA              VALUE "N".
           05  APLC-MENSAGEM           PIC X(60).
           05  APLC-FUNC-ID            PIC 9(04).
           05  APLC-COMPETENCIA        PIC 9(06).
           05  APLC-LIQUIDO            PIC 9(5)V99.
           05  APLC-PERC-MARGEM        PIC 9V999.
           05  APLC-TOTAL-DESCONTO     PIC 9(5)V99.
           05  APLC-QTD-ITENS          PIC 9(02).
           05  APLC-ITEM OCCURS 10 TIMES.
               10  APLC-NUMERO         PIC X(10).
               10  APLC-TIPO           PIC X(01).
                   88  APLC-TIPO-CONSIGNADO    VALUE "C".
                   88  APLC-TIPO-PENSAO        VALUE "P".
               10  APLC-DESCRICAO      PIC X(20).
               10  APLC-VALOR-DEVIDO   PIC 9(5)V99.
               10  APLC-VALOR          PIC 9(5)V99.
               10  APLC-SITUACAO       PIC X(01).
                   88  APLC-DESCONTADO         VALUE "D".
                   88  APLC-ENCERRADO          VALUE "E".
                   88  APLC-FORA-DA-MARGEM     VALUE "N".
                   88  APLC-PENSAO-PARCIAL     VALUE "P".
               10  APLC-PARCELA        PIC 9(03).
               10  APLC-QTD-PARCELAS   PIC 9(03).
               10  APLC-FAV-NOME       PIC X(40).
               10  APLC-FAV-CPF        PIC 9(11).
               10  APLC-FAV-BANCO      PIC 9(03).
               10  APLC-FAV-AGENCIA    PIC 9(04).
               10  APLC-FAV-CONTA      PIC 9(08).
               10  APLC-FAV-CONTA-DIGITO
                                       PIC X(01).
