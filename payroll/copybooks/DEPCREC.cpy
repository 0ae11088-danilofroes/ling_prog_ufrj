      ******************************************************************
      *    COPYBOOK.....: DEPCREC.CPY
      *    DESCRICAO.....: AREA DE INTERFACE DO SUBPROGRAMA
      *                    CONTA-DEPENDENTES: O CHAMADOR INFORMA O
      *                    FUNC-ID E RECEBE A QUANTIDADE DE DEPENDENTES
      *                    DEDUTIVEIS NO IRRF DO CADASTRO DEPENDENTES,
      *                    QUE E REPASSADA AO CALC-FOLHA EM
      *                    FOLHA-QTD-DEPENDENTES.
      *    USADO POR.....: RELFUNC, CONTRCHQ, CONSFUN, CONTDEPE, SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    14/10/2026 DF      VERSAO INICIAL DO LAYOUT DE INTERFACE
      ******************************************************************
       01  DEPC-AREA.
           05  DEPC-FUNC-ID            PIC 9(04).
           05  DEPC-QTD-DEPENDENTES    PIC 9(02).
