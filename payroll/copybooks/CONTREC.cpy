      ******************************************************************
      *    COPYBOOK.....: CONTREC.CPY
      *    DESCRICAO.....: LAYOUT DO CADASTRO DE CONTRATOS DE DESCONTO
      *                    RECORRENTE (CONTRATOS), MANTIDO PELA EQUIPE
      *                    DE FOLHA: EMPRESTIMO CONSIGNADO (TIPO "C")
      *                    E PENSAO ALIMENTICIA (TIPO "P"), UM REGISTRO
      *                    POR CONTRATO, LIGADO AO FUNCIONARIO PELO
      *                    FUNC-ID. O DESCONTO E UM VALOR FIXO (FORMA
      *                    "V") OU UM PERCENTUAL DO LIQUIDO (FORMA
      *                    "P"). QTD-PARCELAS ZERO = PRAZO INDETERMINADO
      *                    (PENSAO). PARCELAS-PAGAS E ULTIMA-COMPETENCIA
      *                    SAO ATUALIZADAS PELA BAIXA DO APLICA-
      *                    CONTRATOS; AO PAGAR A ULTIMA PARCELA O
      *                    CONTRATO PASSA A ENCERRADO. OS DADOS DO
      *                    FAVORECIDO (BANCO CREDOR OU BENEFICIARIO DA
      *                    PENSAO) VAO PARA O CREDITO NA REMESSA BANCO.
      *                    VALORES NA MOEDA DE PAGAMENTO DO FUNCIONARIO.
      *    USADO POR.....: APLCONTR
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    14/10/2026 DF      VERSAO INICIAL DO LAYOUT DE CONTRATOS
      ******************************************************************
       01  CONT-REGISTRO.
           05  CONT-FUNC-ID            PIC 9(04).
           05  CONT-NUMERO             PIC X(10).
           05  CONT-TIPO               PIC X(01).
               88  CONT-TIPO-CONSIGNADO    VALUE "C".
               88  CONT-TIPO-PENSAO        VALUE "P".
           05  CONT-DESCRICAO          PIC X(20).
           05  CONT-FORMA              PIC X(01).
               88  CONT-FORMA-VALOR        VALUE "V".
               88  CONT-FORMA-PERCENTUAL   VALUE "P".
           05  CONT-VALOR              PIC 9(5)V99.
           05  CONT-PERCENTUAL         PIC 9V9999.
           05  CONT-QTD-PARCELAS       PIC 9(03).
           05  CONT-PARCELAS-PAGAS     PIC 9(03).
           05  CONT-ULTIMA-COMPETENCIA PIC 9(06).
           05  CONT-SITUACAO           PIC X(01).
               88  CONT-ATIVO              VALUE "A".
               88  CONT-ENCERRADO          VALUE "E".
           05  CONT-FAV-NOME           PIC X(40).
           05  CONT-FAV-CPF            PIC 9(11).
           05  CONT-FAV-BANCO          PIC 9(03).
           05  CONT-FAV-AGENCIA        PIC 9(04).
           05  CONT-FAV-CONTA          PIC 9(08).
           05  CONT-FAV-CONTA-DIGITO   PIC X(01).
           05  FILLER                  PIC X(22).
