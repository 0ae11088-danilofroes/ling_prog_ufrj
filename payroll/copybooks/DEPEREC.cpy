      ******************************************************************
      *    COPYBOOK.....: DEPEREC.CPY
      *    DESCRICAO.....: LAYOUT DO CADASTRO DE DEPENDENTES DOS
      *                    FUNCIONARIOS (DEPENDENTES), MANTIDO PELA
      *                    EQUIPE DE FOLHA. UM REGISTRO POR DEPENDENTE,
      *                    LIGADO AO FUNCIONARIO PELO FUNC-ID, COM O
      *                    NUMERO DE ORDEM DO DEPENDENTE, O NOME, O
      *                    PARENTESCO, A DATA DE NASCIMENTO E O
      *                    INDICADOR DE DEDUCAO NO IRRF. SO OS
      *                    DEPENDENTES COM DEPE-DEDUZ-IRRF = "S" ENTRAM
      *                    NA CONTAGEM FEITA PELO CONTA-DEPENDENTES
      *                    PARA A BASE DO IRRF. ARQUIVO AUSENTE = NENHUM
      *                    FUNCIONARIO COM DEPENDENTE.
      *    USADO POR.....: CONTDEPE
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    14/10/2026 DF      VERSAO INICIAL DO LAYOUT DE DEPENDENTES
      ******************************************************************
       01  DEPE-REGISTRO.
           05  DEPE-FUNC-ID            PIC 9(04).
           05  DEPE-SEQUENCIA          PIC 9(02).
           05  DEPE-NOME               PIC X(40).
           05  DEPE-PARENTESCO         PIC X(01).
               88  DEPE-CONJUGE        VALUE "C".
               88  DEPE-FILHO          VALUE "F".
               88  DEPE-PAI-MAE        VALUE "P".
               88  DEPE-OUTRO          VALUE "O".
           05  DEPE-DATA-NASCIMENTO    PIC 9(08).
           05  DEPE-DEDUZ-IRRF         PIC X(01).
               88  DEPE-DEDUZ-IRRF-SIM VALUE "S".
           05  FILLER                  PIC X(04).
