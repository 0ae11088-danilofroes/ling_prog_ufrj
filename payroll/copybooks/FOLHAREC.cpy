      *    DESCRICAO.....: AREA DE INTERFACE ENTRE RELFUNC E O
      *                    SUBPROGRAMA CALC-FOLHA (BRUTO/DESCONTO/
      *                    LIQUIDO DO FUNCIONARIO).
      *    USADO POR.....: RELFUNC, CONTRCHQ, CONSFUN, CALCFOLH, DISSRETR,
      *                    SIMFOLH
      *------------------------------------------------------------
      *    HISTORICO DE ALTERACOES
      *    DATA       AUTOR   DESCRICAO
      *                       DESCONTOS SOMAM AO DESCONTO DE FAIXA NO
      *                       LIQUIDO. CHAMADOR SEM MOVIMENTO DEVE
      *                       ZERAR OS DOIS CAMPOS.
      *    14/10/2026 DF      O DESCONTO DE FAIXA FOI SEPARADO EM INSS
      *                       (PROGRESSIVO FAIXA A FAIXA SOBRE
      *                       FOLHA-FAIXAS-DESCONTO, COM TETO NO LIMITE
      *                       DA FAIXA 4) E IRRF (TABELA PROPRIA COM
      *                       PARCELA A DEDUZIR, SOBRE O BRUTO MENOS O
      *                       INSS MENOS A DEDUCAO POR DEPENDENTE).
      *                       INCLUIDOS A TABELA DO IRRF, A DEDUCAO POR
      *                       DEPENDENTE E A QUANTIDADE DE DEPENDENTES
      *                       (ENTRADAS) E OS VALORES DE INSS E IRRF
      *                       (SAIDAS). FOLHA-SALARIO-DESCONTO CONTINUA
      *                       SENDO O TOTAL (INSS + IRRF + DESCONTOS
      *                       VARIAVEIS).
      *    15/10/2026 DF      INCLUIDO O SALDO DEVEDOR DO MES (SAIDA):
      *                       QUANDO OS DESCONTOS PASSAM DO BRUTO, O
      *                       CALC-FOLHA LIMITA FOLHA-SALARIO-DESCONTO
      *                       AO BRUTO, ZERA O LIQUIDO E DEVOLVE O
      *                       EXCEDENTE EM FOLHA-SALDO-DEVEDOR, PARA O
      *                       CHAMADOR TRANSPORTA-LO A COMPETENCIA
      *                       SEGUINTE EM VEZ DE ABORTAR A FOLHA.
      *    15/10/2026 DF      INCLUIDOS OS DIAS DA PROGRAMACAO DE FERIAS
      *                       (ENTRADAS, SO NO MODO FERIAS): DIAS DE
      *                       GOZO, DIAS DE ABONO PECUNIARIO E DIAS
      *                       PAGOS EM DOBRO POR GOZO FORA DO PRAZO
      *                       CONCESSIVO; E O VALOR DO ABONO (SAIDA),
      *                       JA SOMADO AO BRUTO. CHAMADOR FORA DO MODO
      *                       FERIAS DEVE ZERAR OS TRES CAMPOS DE DIAS.
      *    15/10/2026 DF      INCLUIDOS O PEDIDO DE FOLHA NORMAL
      *                       PROPORCIONAL AOS DIAS TRABALHADOS
      *                       (FOLHA-PROPORCIONAL = "S", PELA ADMISSAO
      *                       NA COMPETENCIA E PELOS DIAS DE
      *                       AFASTAMENTO NAO PAGOS EM
      *                       FOLHA-DIAS-AFASTADO) E OS DIAS PAGOS
      *                       (SAIDA). CHAMADOR QUE JA INFORMA UM BRUTO
      *                       PROPORCIONAL (DISSIDIO SOBRE O HISTORICO)
      *                       OU QUE CONSULTA O MES CHEIO DEVE MOVER
      *                       "N" E ZERAR OS DIAS DE AFASTAMENTO.
      ******************************************************************
       01  FOLHA-CALCULO.
           05  FOLHA-SALARIO-BRUTO      PIC 9(5)V99.
                                        PIC 9(5)V99.
           05  FOLHA-DESCONTOS-VARIAVEIS
                                        PIC 9(5)V99.
           05  FOLHA-TABELA-IRRF.
               10  FOLHA-FAIXA-IRRF OCCURS 5 TIMES.
                   15  FOLHA-PERC-IRRF     PIC 9V999.
                   15  FOLHA-LIMITE-IRRF   PIC 9(5)V99.
                   15  FOLHA-DEDUZIR-IRRF  PIC 9(5)V99.
           05  FOLHA-DEDUCAO-DEPENDENTE PIC 9(5)V99.
           05  FOLHA-QTD-DEPENDENTES    PIC 9(02).
           05  FOLHA-DESCONTO-INSS      PIC 9(5)V99.
           05  FOLHA-DESCONTO-IRRF      PIC 9(5)V99.
           05  FOLHA-SALDO-DEVEDOR      PIC 9(5)V99.
           05  FOLHA-DIAS-FERIAS        PIC 9(02).
           05  FOLHA-DIAS-ABONO         PIC 9(02).
           05  FOLHA-DIAS-DOBRO         PIC 9(02).
           05  FOLHA-VALOR-ABONO        PIC 9(5)V99.
           05  FOLHA-PROPORCIONAL       PIC X(01).
               88  FOLHA-PAGA-PROPORCIONAL VALUE "S".
           05  FOLHA-DIAS-AFASTADO      PIC 9(02).
           05  FOLHA-DIAS-PAGOS         PIC 9(02).
