      ******************************************************************
      *    COPYBOOK.....: AFSTREC.CPY
      *    DESCRICAO.....: LAYOUT DO ARQUIVO DE AFASTAMENTOS DOS
      *                    FUNCIONARIOS (AFASTAMENTOS), UM REGISTRO POR
      *                    AFASTAMENTO, LIGADO AO FUNCIONARIO PELO
      *                    FUNC-ID. TIPO "D" = DOENCA ACIMA DE 15 DIAS
      *                    (OS 15 PRIMEIROS DIAS A PARTIR DA DATA DE
      *                    INICIO SAO PAGOS PELA EMPRESA; DAI EM
      *                    DIANTE O BENEFICIO E DO INSS), "M" =
      *                    LICENCA-MATERNIDADE (BENEFICIO FORA DA
      *                    FOLHA), "S" = LICENCA SEM VENCIMENTO. DATA DE
      *                    INICIO = PRIMEIRO DIA AFASTADO; DATA DE FIM =
      *                    ULTIMO DIA AFASTADO (ZERO = RETORNO AINDA SEM
      *                    DATA), AMBAS EM AAAAMMDD. MANTIDO PELA AREA
      *                    DE PESSOAL; SO LIDO PELO
      *                    CONSULTA-AFASTAMENTO.
      *    USADO POR.....: AFASTAM
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE AFASTAMENTOS
      ******************************************************************
       01  AFST-REGISTRO.
           05  AFST-FUNC-ID            PIC 9(04).
           05  AFST-TIPO               PIC X(01).
               88  AFST-TIPO-DOENCA        VALUE "D".
               88  AFST-TIPO-MATERNIDADE   VALUE "M".
               88  AFST-TIPO-SEM-VENCIMENTO
                                           VALUE "S".
           05  AFST-DATA-INICIO        PIC 9(08).
           05  AFST-DATA-FIM           PIC 9(08).
           05  FILLER                  PIC X(19).
