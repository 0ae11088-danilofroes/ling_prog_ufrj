      ******************************************************************
      *    COPYBOOK.....: ENCGREC.CPY
      *    DESCRICAO.....: LAYOUT DO ARQUIVO CUMULATIVO DE RESUMO DOS
      *                    ENCARGOS PATRONAIS PARA AS GUIAS DE
      *                    RECOLHIMENTO (ENCGUIAS). UM REGISTRO POR
      *                    COMPETENCIA E MODO DE FOLHA, GRAVADO EM
      *                    EXTEND PELO ENCARGOS-PATRONAIS APOS O
      *                    RELATORIO-FUNCIONARIO: BASE DE CALCULO,
      *                    FGTS (GUIA DO FGTS) E AS PARCELAS DA GUIA DO
      *                    INSS (INSS DOS SEGURADOS RETIDO NA FOLHA,
      *                    INSS PATRONAL, RAT E TERCEIROS) COM O TOTAL
      *                    A RECOLHER. VALORES JA CONSOLIDADOS EM REAIS
      *                    (SALARIO EM DOLAR CONVERTIDO PELA TAXA DO
      *                    DIA). A GUIA DA COMPETENCIA E A SOMA DOS
      *                    REGISTROS DOS MODOS PAGOS NELA.
      *    USADO POR.....: ENCPATR
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    14/10/2026 DF      VERSAO INICIAL DO LAYOUT DE RESUMO
      ******************************************************************
       01  ENCG-REGISTRO.
           05  ENCG-COMPETENCIA        PIC 9(06).
           05  ENCG-MODO               PIC X(01).
           05  ENCG-DATA-GERACAO       PIC 9(08).
           05  ENCG-QTD-FUNCIONARIOS   PIC 9(05).
           05  ENCG-BASE               PIC 9(9)V99.
           05  ENCG-FGTS               PIC 9(9)V99.
           05  ENCG-INSS-SEGURADOS     PIC 9(9)V99.
           05  ENCG-INSS-PATRONAL      PIC 9(9)V99.
           05  ENCG-RAT                PIC 9(9)V99.
           05  ENCG-TERCEIROS          PIC 9(9)V99.
           05  ENCG-TOTAL-INSS         PIC 9(9)V99.
           05  FILLER                  PIC X(03).
