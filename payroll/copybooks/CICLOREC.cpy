      *                    CONTROLE DE COMPETENCIA (CICLOCTL, INDEXADO
      *                    POR COMPETENCIA + MODO + PASSO) O INICIO
      *                    ("I") E O TERMINO ("T") DE CADA PASSO DO
      *                    CICLO MENSAL (VERIFMST, RELFUNC, CONCBANC,
      *                    ENCPATR)
      *                    E RESPONDE A CONSULTA ("C") DA SITUACAO.
      *                    COM ELE O RELATORIO-FUNCIONARIO RECUSA UMA
      *                    COMPETENCIA/MODO JA CONCLUIDA (REMESSA EM
      *                    DUPLICIDADE) E O CONCILIA-BANCO RECUSA
      *                    CONCILIAR COMPETENCIA SEM REMESSA CONCLUIDA.
      *    USADO POR.....: RELFUNC, VERIFMST, CONCBANC, CONSCICL,
      *                    CICLCTL, ENCPATR
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *    02/09/2026 DF      VERSAO INICIAL DO LAYOUT DE INTERFACE
      *    14/10/2026 DF      NOVO PASSO ENCPATR (ENCARGOS-PATRONAIS),
      *                       QUE EXIGE O RELFUNC CONCLUIDO NA
      *                       COMPETENCIA/MODO.
      ******************************************************************
       01  CICLO-AREA.
           05  CICLO-FUNCAO            PIC X(01).
