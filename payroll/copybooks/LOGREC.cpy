      *                    MESTRE DE FUNCIONARIOS (ARQUIVO LOGALTER).
      *                    UM REGISTRO POR TRANSACAO APLICADA PELO
      *                    MANUTFUN, COM AS IMAGENS ANTES/DEPOIS DE
      *                    CARGO, SALARIO E SITUACAO, DATA/HORA,
      *                    OPERADOR QUE DIGITOU A TRANSACAO E OPERADOR
      *                    QUE A APROVOU. AS MUDANCAS AUTOMATICAS DE
      *                    SITUACAO POR AFASTAMENTO TAMBEM SAO
      *                    REGISTRADAS, COM O OPERADOR DA EXECUCAO E
      *                    APROVADOR EM BRANCO.
      *                    ACUMULADO EM EXTEND ATRAVES DOS LOTES E
      *                    LIDO PELO RELATORIO-ALTERACOES.
      *    USADO POR.....: MANUTFUN, RELALTER
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    22/08/2026 DF      VERSAO INICIAL DO LAYOUT DE LOG
      *    15/10/2026 DF      SITUACAO ANTES/DEPOIS, TIRADAS DO FILLER.
      *                       REGISTROS ANTIGOS TEM BRANCO NELAS.
      *    15/10/2026 DF      OPERADOR APROVADOR DA PENDENCIA, TIRADO DO
      *                       FILLER; LOG-OPERADOR PASSA A SER QUEM
      *                       DIGITOU. REGISTROS ANTIGOS TEM BRANCO.
      ******************************************************************
       01  LOG-REGISTRO.
           05  LOG-FUNC-ID             PIC 9(04).
           05  LOG-CARGO-DEPOIS        PIC X(40).
           05  LOG-SALARIO-ANTES       PIC 9(5)V99.
           05  LOG-SALARIO-DEPOIS      PIC 9(5)V99.
           05  LOG-SITUACAO-ANTES      PIC X(01).
           05  LOG-SITUACAO-DEPOIS     PIC X(01).
           05  LOG-APROVADOR           PIC X(08).
