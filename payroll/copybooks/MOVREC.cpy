      *                    INEXISTENTE NO MESTRE (OU FORA DA FOLHA DA
      *                    COMPETENCIA) SAI NO RELATORIO DE CRITICA
      *                    MOVCRIT DO RELATORIO-FUNCIONARIO.
      *                    A RUBRICA 900 E RESERVADA PARA AS
      *                    DIFERENCAS DE DISSIDIO RETROATIVO GRAVADAS
      *                    PELO DISSIDIO-RETROATIVO.
      *    USADO POR.....: RELFUNC, CONTRCHQ, DISSRETR, SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    02/09/2026 DF      VERSAO INICIAL DO LAYOUT DE MOVIMENTO
      *    14/10/2026 DF      RUBRICA 900 RESERVADA PARA AS DIFERENCAS
      *                       DE DISSIDIO RETROATIVO.
      ******************************************************************
       01  MOV-REGISTRO.
           05  MOV-COMPETENCIA         PIC 9(06).
