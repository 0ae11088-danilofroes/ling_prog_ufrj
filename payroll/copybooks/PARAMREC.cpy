      *                    TAXA DO DIA O ENQUADRAMENTO DOS SALARIOS EM
      *                    DOLAR NAS FAIXAS DE DESCONTO SAI ERRADO.
      *    USADO POR.....: RELFUNC, CONTRCHQ, CONSFUN, CORRSUSP,
      *                    RELALTER, CARGAPAR, ENCPATR, SIMFOLH,
      *                    MANUTFUN, ORCREAL
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *                       AUSENTE = EXPURGO NAO CONFIGURADO (O
      *                       EXPURGO ABORTA, OS DEMAIS PROGRAMAS NAO
      *                       USAM ESTES CAMPOS).
      *    14/10/2026 DF      A TABELA DE FAIXAS (PARAM-FAIXAS) PASSA A
      *                       SER A TABELA PROGRESSIVA DO INSS, COM O
      *                       LIMITE DA FAIXA 4 COMO TETO DE
      *                       CONTRIBUICAO. INCLUIDAS A TABELA DO IRRF
      *                       (REGISTROS "I" DO ARQUIVO PARAMETROS: CINCO
      *                       FAIXAS COM ALIQUOTA, LIMITE E PARCELA A
      *                       DEDUZIR) E A DEDUCAO POR DEPENDENTE
      *                       (REGISTRO "D"), OBRIGATORIAS NO CONJUNTO
      *                       VIGENTE.
      *    14/10/2026 DF      INCLUIDA A MARGEM CONSIGNAVEL (REGISTRO
      *                       "M" DO ARQUIVO PARAMETROS), PERCENTUAL DO
      *                       LIQUIDO QUE OS CONTRATOS DE CONSIGNADO
      *                       PODEM COMPROMETER.
      *    14/10/2026 DF      INCLUIDAS AS ALIQUOTAS DOS ENCARGOS
      *                       PATRONAIS (REGISTRO "E" DO ARQUIVO
      *                       PARAMETROS): FGTS, INSS PATRONAL, RAT E
      *                       TERCEIROS, SOBRE O BRUTO DA COMPETENCIA.
      *                       ZERO OU AUSENTE = ENCARGOS NAO
      *                       CONFIGURADOS (O ENCARGOS-PATRONAIS
      *                       ABORTA, OS DEMAIS PROGRAMAS NAO USAM
      *                       ESTES CAMPOS).
      ******************************************************************
       01  PARAM-AREA.
           05  PARAM-STATUS            PIC X(01).
               10  PARAM-CENTRO        PIC X(04) OCCURS 20 TIMES.
           05  PARAM-RET-COMPETENCIAS  PIC 9(03).
           05  PARAM-RET-DIAS          PIC 9(05).
           05  PARAM-FAIXAS-IRRF.
               10  PARAM-FAIXA-IRRF OCCURS 5 TIMES.
                   15  PARAM-PERC-IRRF     PIC 9V999.
                   15  PARAM-LIMITE-IRRF   PIC 9(5)V99.
                   15  PARAM-DEDUZIR-IRRF  PIC 9(5)V99.
           05  PARAM-DEDUCAO-DEPENDENTE
                                       PIC 9(5)V99.
           05  PARAM-PERC-MARGEM       PIC 9V999.
           05  PARAM-ENCARGOS.
               10  PARAM-PERC-FGTS         PIC 9V999.
               10  PARAM-PERC-INSS-PATRONAL
                                           PIC 9V999.
               10  PARAM-PERC-RAT          PIC 9V999.
               10  PARAM-PERC-TERCEIROS    PIC 9V999.
