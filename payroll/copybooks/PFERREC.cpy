      ******************************************************************
      *    COPYBOOK.....: PFERREC.CPY
      *    DESCRICAO.....: LAYOUT DO ARQUIVO DE PROGRAMACAO DE FERIAS
      *                    (PROGFER), UM REGISTRO POR PERIODO DE GOZO
      *                    ESCALADO (FERIAS FRACIONADAS = UM REGISTRO
      *                    POR FRACAO). O PERIODO AQUISITIVO E
      *                    IDENTIFICADO PELO ANO EM QUE COMECA: AS
      *                    DATAS DE INICIO E FIM DO PERIODO E O LIMITE
      *                    DO PRAZO CONCESSIVO SAO CALCULADOS A PARTIR
      *                    DA DATA DE ADMISSAO DO MESTRE (ANIVERSARIO
      *                    DA ADMISSAO NAQUELE ANO). DATA DE INICIO DO
      *                    GOZO EM AAAAMMDD; A COMPETENCIA DA DATA DE
      *                    INICIO E A COMPETENCIA EM QUE O MODO FERIAS
      *                    PAGA A PROGRAMACAO. DIAS DE GOZO DE 5 A 30,
      *                    ABONO PECUNIARIO (DIAS VENDIDOS) DE 0 A 10,
      *                    GOZO + ABONO ATE 30 POR PERIODO AQUISITIVO.
      *                    MANTIDO PELA AREA DE PESSOAL; SO LIDO PELO
      *                    PROGRAMACAO-FERIAS.
      *    USADO POR.....: PROGFER
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE PROGRAMACAO
      ******************************************************************
       01  PFER-REGISTRO.
           05  PFER-FUNC-ID            PIC 9(04).
           05  PFER-AQUIS-ANO          PIC 9(04).
           05  PFER-DATA-INICIO        PIC 9(08).
           05  PFER-DIAS-GOZO          PIC 9(02).
           05  PFER-DIAS-ABONO         PIC 9(02).
           05  FILLER                  PIC X(20).
