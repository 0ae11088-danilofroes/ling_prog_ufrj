      *                    CONVERTIDO PELA TAXA DO DIA), PRONTOS PARA O
      *                    LANCAMENTO CONTABIL; A MOEDA ORIGINAL DO
      *                    FUNCIONARIO FICA REGISTRADA PARA AUDITORIA.
      *    USADO POR.....: PROVFOLH, ORCREAL
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    02/09/2026 DF      VERSAO INICIAL DO LAYOUT DE PROVISAO
      *    15/10/2026 DF      INCLUIDO O CENTRO DE CUSTO DO FUNCIONARIO
      *                       NA COMPETENCIA (BRANCO EM REGISTROS
      *                       ANTIGOS), NO LUGAR DE PARTE DO FILLER,
      *                       PARA O ORCADO X REALIZADO POR CENTRO.
      ******************************************************************
       01  PROV-REGISTRO.
           05  PROV-COMPETENCIA        PIC 9(06).
           05  PROV-MOEDA              PIC X(01).
               88  PROV-MOEDA-REAL     VALUE "R".
               88  PROV-MOEDA-DOLAR    VALUE "U".
           05  PROV-CENTRO-CUSTO       PIC X(04).
           05  FILLER                  PIC X(07).
