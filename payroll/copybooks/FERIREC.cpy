      ******************************************************************
      *    COPYBOOK.....: FERIREC.CPY
      *    DESCRICAO.....: AREA DE INTERFACE DO SUBPROGRAMA
      *                    PROGRAMACAO-FERIAS. O CHAMADOR INFORMA
      *                    SEMPRE O FUNC-ID E A DATA DE ADMISSAO DO
      *                    MESTRE (BASE DOS PERIODOS AQUISITIVOS).
      *                    FUNCAO "C" (COMPETENCIA): INFORMA A
      *                    COMPETENCIA DO MODO FERIAS E RECEBE A
      *                    QUANTIDADE DE PROGRAMACOES COM INICIO NELA
      *                    (ZERO = FUNCIONARIO NAO ESCALADO), A
      *                    PRIMEIRA DATA DE INICIO E OS TOTAIS DE DIAS
      *                    DE GOZO, DE ABONO PECUNIARIO E DE GOZO FORA
      *                    DO PRAZO CONCESSIVO (DEVIDOS EM DOBRO).
      *                    FUNCAO "P" (PERIODOS): INFORMA A COMPETENCIA
      *                    DE REFERENCIA E RECEBE OS PERIODOS
      *                    AQUISITIVOS JA COMPLETOS COM PENDENCIA -
      *                    FERIAS VENCIDAS (PRAZO CONCESSIVO ESGOTADO
      *                    SEM GOZO INTEGRAL), A VENCER (AINDA NO
      *                    PRAZO, SEM PROGRAMACAO INTEGRAL) OU
      *                    PROGRAMADAS PARA DEPOIS DO LIMITE (EM
      *                    DOBRO). PROGRAMACAO INCONSISTENTE DEVOLVE
      *                    FALHA COM O MOTIVO EM FERI-MENSAGEM.
      *    USADO POR.....: RELFUNC, CONTRCHQ, RELFERI, PROGFER
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    15/10/2026 DF      VERSAO INICIAL DO LAYOUT DE INTERFACE
      ******************************************************************
       01  FERI-AREA.
           05  FERI-FUNCAO             PIC X(01).
               88  FERI-FUNCAO-COMPETENCIA VALUE "C".
               88  FERI-FUNCAO-PERIODOS    VALUE "P".
           05  FERI-RETORNO            PIC X(01).
               88  FERI-OK                 VALUE "S".
               88  FERI-FALHA              VALUE "N".
           05  FERI-MENSAGEM           PIC X(60).
           05  FERI-FUNC-ID            PIC 9(04).
           05  FERI-DATA-ADMISSAO      PIC 9(08).
           05  FERI-COMPETENCIA        PIC 9(06).
           05  FERI-QTD-PROGRAMACOES   PIC 9(02).
           05  FERI-DATA-INICIO        PIC 9(08).
           05  FERI-DIAS-GOZO          PIC 9(02).
           05  FERI-DIAS-ABONO         PIC 9(02).
           05  FERI-DIAS-DOBRO         PIC 9(02).
           05  FERI-QTD-PERIODOS       PIC 9(02).
           05  FERI-PERIODO OCCURS 10 TIMES.
               10  FERI-PER-INICIO     PIC 9(08).
               10  FERI-PER-FIM        PIC 9(08).
               10  FERI-PER-LIMITE     PIC 9(08).
               10  FERI-PER-DIAS-PROG  PIC 9(02).
               10  FERI-PER-DIAS-DOBRO PIC 9(02).
               10  FERI-PER-SITUACAO   PIC X(01).
                   88  FERI-PER-VENCIDO    VALUE "V".
                   88  FERI-PER-A-VENCER   VALUE "A".
                   88  FERI-PER-EM-DOBRO   VALUE "D".
