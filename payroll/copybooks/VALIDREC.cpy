      *                    PLAUSIVEL DE SALARIO), PARA QUE TODOS OS
      *                    PROGRAMAS QUE CONSOMEM O MESTRE APLIQUEM
      *                    EXATAMENTE AS MESMAS REGRAS.
      *    USADO POR.....: RELFUNC, CONTRCHQ, CORRSUSP, VALIDFUN, SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
