      *                    FUNCIONARIO VALIDO E POR COMPETENCIA (AAAAMM),
      *                    GRAVADO DE FORMA CUMULATIVA PELO RELATORIO
      *                    PARA PERMITIR A COMPARACAO ENTRE COMPETENCIAS.
      *    USADO POR.....: RELFUNC, COMPHIST, INFOREND, EXPURGO,
      *                    DISSRETR, ENCPATR, SIMFOLH, ORCREAL
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    02/09/2026 DF      INCLUIDO O CENTRO DE CUSTO DO FUNCIONARIO
      *                       NA COMPETENCIA (BRANCO EM REGISTROS
      *                       ANTIGOS), NO LUGAR DE PARTE DO FILLER.
      *    14/10/2026 DF      INCLUIDOS O INSS E O IRRF DO FUNCIONARIO
      *                       NA COMPETENCIA, SEPARADOS DO DESCONTO
      *                       TOTAL (HIST-SALARIO-DESCONTO CONTINUA
      *                       SENDO INSS + IRRF + DEMAIS DESCONTOS), PARA
      *                       O INFORME DE RENDIMENTOS. O REGISTRO PASSA
      *                       DE 80 PARA 100 BYTES: O FOLHAHIST GRAVADO
      *                       ANTES DESTA VERSAO DEVE SER CONVERTIDO
      *                       (CAMPOS NOVOS EM ZERO) ANTES DA PRIMEIRA
      *                       EXECUCAO.
      ******************************************************************
       01  HIST-REGISTRO.
           05  HIST-COMPETENCIA        PIC 9(06).
               88  HIST-MODO-RESCISAO  VALUE "R".
           05  HIST-CENTRO-CUSTO       PIC X(04).
           05  FILLER                  PIC X(03).
           05  HIST-DESCONTO-INSS      PIC 9(5)V99.
           05  HIST-DESCONTO-IRRF      PIC 9(5)V99.
           05  FILLER                  PIC X(06).
