      ******************************************************************
      *    COPYBOOK.....: AFASREC.CPY
      *    DESCRICAO.....: AREA DE INTERFACE DO SUBPROGRAMA
      *                    CONSULTA-AFASTAMENTO. O CHAMADOR INFORMA
      *                    SEMPRE O FUNC-ID. FUNCAO "C" (COMPETENCIA):
      *                    INFORMA A COMPETENCIA E RECEBE, NO MES
      *                    COMERCIAL DE 30 DIAS, OS DIAS AFASTADOS NAO
      *                    PAGOS PELA FOLHA (DOENCA SO A PARTIR DO 16O
      *                    DIA; DIAS SOBREPOSTOS CONTAM UMA VEZ), A
      *                    PARTE DELES EM LICENCA SEM VENCIMENTO E A
      *                    QUANTIDADE DE AFASTAMENTOS QUE TOCAM A
      *                    COMPETENCIA. FUNCAO "S" (SITUACAO): INFORMA
      *                    UMA DATA DE REFERENCIA E RECEBE SE HA
      *                    AFASTAMENTO VIGENTE NELA (COM O TIPO) E SE HA
      *                    AFASTAMENTO JA ENCERRADO ANTES DELA.
      *                    AFASTAMENTO INCONSISTENTE DO FUNCIONARIO
      *                    (TIPO DESCONHECIDO, DATA INVALIDA, FIM ANTES
      *                    DO INICIO) DEVOLVE FALHA COM O MOTIVO EM
      *                    AFAS-MENSAGEM.
      *    USADO POR.....: RELFUNC, CONTRCHQ, MANUTFUN, PROVFOLH,
      *                    AFASTAM, SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE INTERFACE
      ******************************************************************
       01  AFAS-AREA.
           05  AFAS-FUNCAO             PIC X(01).
               88  AFAS-FUNCAO-COMPETENCIA VALUE "C".
               88  AFAS-FUNCAO-SITUACAO    VALUE "S".
           05  AFAS-RETORNO            PIC X(01).
               88  AFAS-OK                 VALUE "S".
               88  AFAS-FALHA              VALUE "N".
           05  AFAS-MENSAGEM           PIC X(60).
           05  AFAS-FUNC-ID            PIC 9(04).
           05  AFAS-COMPETENCIA        PIC 9(06).
           05  AFAS-DATA-REFERENCIA    PIC 9(08).
           05  AFAS-QTD-AFASTAMENTOS   PIC 9(02).
           05  AFAS-DIAS-AFASTADO      PIC 9(02).
           05  AFAS-DIAS-SEM-VENCIMENTO
                                       PIC 9(02).
           05  AFAS-VIGENTE            PIC X(01).
               88  AFAS-HA-VIGENTE         VALUE "S".
           05  AFAS-TIPO-VIGENTE       PIC X(01).
           05  AFAS-ENCERRADO          PIC X(01).
               88  AFAS-HA-ENCERRADO       VALUE "S".
