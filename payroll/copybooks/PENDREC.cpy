      ******************************************************************
      *    COPYBOOK.....: PENDREC.CPY
      *    DESCRICAO.....: LAYOUT DO ARQUIVO DE PENDENCIAS DE
      *                    MANUTENCAO DO MESTRE (PENDENCIAS). CADA
      *                    TRANSACAO DO LOTE TRANSACOES ENTRA AQUI COMO
      *                    PENDENTE, COM QUEM A DIGITOU, E SO E APLICADA
      *                    AO FUNCMEST PELO MANUTFUN DEPOIS DE APROVADA
      *                    POR UM SEGUNDO OPERADOR (APROVA-PENDENCIAS).
      *                    SITUACAO: P = PENDENTE, A = APROVADA (AINDA
      *                    NAO APLICADA), R = RECUSADA, E = APLICADA AO
      *                    MESTRE, X = DESCARTADA NA APLICACAO (FUNC-ID
      *                    NAO ENCONTRADO NO MESTRE). ALTERACAO DE DADOS
      *                    BANCARIOS E VARIACAO DE SALARIO ACIMA DO
      *                    PERCENTUAL DE ALERTA DO PARAMETROS FICAM
      *                    MARCADAS NA DIGITACAO E NUNCA ENTRAM NA
      *                    APROVACAO EM LOTE: SO SAEM COM APROVACAO
      *                    INDIVIDUAL. NUMERO SEQUENCIAL CRESCENTE;
      *                    NOVAS PENDENCIAS SAO ACRESCENTADAS NO FIM E
      *                    AS DECISOES REGRAVADAS NO LUGAR.
      *    USADO POR.....: MANUTFUN, APRVPEND, RELPEND
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE PENDENCIAS
      ******************************************************************
       01  PEND-REGISTRO.
           05  PEND-NUMERO             PIC 9(06).
           05  PEND-SITUACAO           PIC X(01).
               88  PEND-PENDENTE           VALUE "P".
               88  PEND-APROVADA           VALUE "A".
               88  PEND-RECUSADA           VALUE "R".
               88  PEND-APLICADA           VALUE "E".
               88  PEND-DESCARTADA         VALUE "X".
           05  PEND-ALTERA-BANCO       PIC X(01).
               88  PEND-COM-BANCO          VALUE "S".
           05  PEND-ACIMA-ALERTA       PIC X(01).
               88  PEND-COM-ALERTA         VALUE "S".
           05  PEND-DIGITADOR          PIC X(08).
           05  PEND-DATA-DIGITACAO     PIC 9(08).
           05  PEND-HORA-DIGITACAO     PIC 9(06).
           05  PEND-SALARIO-ATUAL      PIC 9(5)V99.
      *        SALARIO DO MESTRE NA DIGITACAO, BASE DA VARIACAO.
           05  PEND-APROVADOR          PIC X(08).
           05  PEND-DATA-DECISAO       PIC 9(08).
           05  PEND-HORA-DECISAO       PIC 9(06).
           05  PEND-MOTIVO-RECUSA      PIC X(40).
           05  PEND-DATA-APLICACAO     PIC 9(08).
           05  PEND-HORA-APLICACAO     PIC 9(06).
           05  PEND-TRANSACAO          PIC X(99).
      *        IMAGEM DA TRANSACAO DIGITADA (LAYOUT TRANSREC).
           05  FILLER                  PIC X(37).
