      *                    DO TRAILER DA REMESSA) E DE DESCONTOS A
      *                    RECOLHER (DEBITOS - LIQUIDO), PARA A
      *                    IMPORTACAO DIRETA NO SISTEMA CONTABIL.
      *                    O ENCARGOS-PATRONAIS ACRESCENTA, NA MESMA
      *                    COMPETENCIA E MODO, OS DEBITOS DE ENCARGOS
      *                    POR CENTRO (FGTS, INSS PATRONAL, RAT E
      *                    TERCEIROS) E OS CREDITOS DE ENCARGOS A
      *                    RECOLHER (FGTS E INSS).
      *    USADO POR.....: RELFUNC, ENCPATR
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    02/09/2026 DF      VERSAO INICIAL DO LAYOUT DE LANCAMENTOS
      *    14/10/2026 DF      LANCAMENTOS DE ENCARGOS PATRONAIS
      *                       GRAVADOS EM EXTEND PELO
      *                       ENCARGOS-PATRONAIS.
      ******************************************************************
       01  LANC-REGISTRO.
           05  LANC-COMPETENCIA        PIC 9(06).
