      ******************************************************************
      *    COPYBOOK.....: SDEVREC.CPY
      *    DESCRICAO.....: AREA DE INTERFACE DO SUBPROGRAMA
      *                    SALDO-DEVEDOR. FUNCAO "C" (COBRAR): O
      *                    CHAMADOR INFORMA FUNC-ID, COMPETENCIA, MODO
      *                    DA FOLHA E MOEDA DO FUNCIONARIO E RECEBE EM
      *                    SDEV-VALOR O SALDO DEVEDOR A DESCONTAR NA
      *                    EXECUCAO (ZERO SE NAO HOUVER). FUNCAO "R"
      *                    (REGISTRAR): O CHAMADOR INFORMA EM
      *                    SDEV-VALOR O EXCEDENTE DEVOLVIDO PELO
      *                    CALC-FOLHA (FOLHA-SALDO-DEVEDOR), QUE PASSA A
      *                    SER O SALDO EM ABERTO DO FUNCIONARIO. FUNCAO
      *                    "G" (GRAVAR): REGRAVA O ARQUIVO SALDODEV COM
      *                    AS COBRANCAS E OS SALDOS DA EXECUCAO,
      *                    DESCARTANDO OS QUITADOS ANTES DA COMPETENCIA
      *                    INFORMADA (SO O RELATORIO-FUNCIONARIO CHAMA,
      *                    NO FECHAMENTO).
      *    USADO POR.....: RELFUNC, CONTRCHQ, SALDODEV, SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE INTERFACE
      ******************************************************************
       01  SDEV-AREA.
           05  SDEV-FUNCAO             PIC X(01).
               88  SDEV-FUNCAO-COBRAR      VALUE "C".
               88  SDEV-FUNCAO-REGISTRAR   VALUE "R".
               88  SDEV-FUNCAO-GRAVAR      VALUE "G".
           05  SDEV-RETORNO            PIC X(01).
               88  SDEV-OK                 VALUE "S".
               88  SDEV-FALHA              VALUE "N".
           05  SDEV-MENSAGEM           PIC X(60).
           05  SDEV-FUNC-ID            PIC 9(04).
           05  SDEV-COMPETENCIA        PIC 9(06).
           05  SDEV-MODO               PIC X(01).
           05  SDEV-MOEDA              PIC X(01).
           05  SDEV-VALOR              PIC 9(5)V99.
