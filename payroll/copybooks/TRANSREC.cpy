      *                    DE FUNCIONARIOS (ATUALIZACAO DE CARGO E
      *                    SALARIO POR FUNC-ID), APLICADA PELO PROGRAMA
      *                    MANUTFUN CONTRA O ARQUIVO MESTRE FUNCIONARIOS.
      *    USADO POR.....: MANUTFUN, CORRSUSP, APRVPEND, RELPEND
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
