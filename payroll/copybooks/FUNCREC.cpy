      *    COPYBOOK.....: FUNCREC.CPY
      *    DESCRICAO.....: LAYOUT DO REGISTRO MESTRE DE FUNCIONARIOS
      *    USADO POR.....: RELFUNC, MANUTFUN, CARGAFUN, CONSFUN,
      *                    CONTRCHQ, CORRSUSP, VERIFMST, VALIDFUN,
      *                    SIMFOLH, APRVPEND, ORCREAL
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
