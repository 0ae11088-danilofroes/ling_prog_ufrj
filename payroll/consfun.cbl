002166*                       MATRICULA. O ACESSO AO MESTRE PASSOU DE
002167*                       RANDOM A DYNAMIC PARA O START/READ NEXT
002168*                       PELA CHAVE DE NOME.
002169*    14/10/2026 DF      A CONSULTA PASSA A EXIBIR O DESCONTO DE
002170*                       INSS E O DE IRRF EM LINHAS SEPARADAS,
002171*                       COM A QUANTIDADE DE DEPENDENTES DEDUZIDA
002172*                       NO IRRF (CADASTRO DEPENDENTES, VIA
002173*                       CONTA-DEPENDENTES).
002174*    15/10/2026 DF      ZERADOS OS DIAS DE FERIAS DA AREA DO
002175*                       CALC-FOLHA (A CONSULTA E SEMPRE NO MODO
002176*                       NORMAL).
002177*    15/10/2026 DF      A CONSULTA PEDE AO CALC-FOLHA O MES CHEIO,
002178*                       SEM PROPORCAO AOS DIAS TRABALHADOS.
002179******************************************************************
002200
002300 ENVIRONMENT DIVISION.
004700     COPY MOEDREC.
004800
004900     COPY PARAMREC.
004910
004920     COPY DEPCREC.
005000
005100 01  WS-SWITCHES.
005200     05  WS-FIM-CONSULTA         PIC X(01) VALUE "N".
012200     MOVE FUNC-MOEDA OF MESTRE-REGISTRO TO FOLHA-MOEDA.
012300     MOVE PARAM-TAXA-CAMBIO TO FOLHA-TAXA-CAMBIO.
012400     MOVE PARAM-FAIXAS TO FOLHA-FAIXAS-DESCONTO.
012401     MOVE PARAM-FAIXAS-IRRF TO FOLHA-TABELA-IRRF.
012402     MOVE PARAM-DEDUCAO-DEPENDENTE TO FOLHA-DEDUCAO-DEPENDENTE.
012403     MOVE FUNC-ID OF MESTRE-REGISTRO TO DEPC-FUNC-ID.
012404     CALL "CONTA-DEPENDENTES" USING DEPC-AREA.
012405     MOVE DEPC-QTD-DEPENDENTES TO FOLHA-QTD-DEPENDENTES.
012410     MOVE "N" TO FOLHA-MODO.
012411     MOVE ZERO TO FOLHA-DIAS-FERIAS.
012412     MOVE ZERO TO FOLHA-DIAS-ABONO.
012413     MOVE ZERO TO FOLHA-DIAS-DOBRO.
012414     MOVE "N" TO FOLHA-PROPORCIONAL.
012415     MOVE ZERO TO FOLHA-DIAS-AFASTADO.
012420     MOVE FUNC-DATA-ADMISSAO OF MESTRE-REGISTRO
012430         TO FOLHA-DATA-ADMISSAO.
012435     MOVE FUNC-DATA-DESLIGAMENTO OF MESTRE-REGISTRO
012600     MOVE "SALARIO BRUTO...: " TO WS-VAL-ROTULO.
012700     MOVE FOLHA-SALARIO-BRUTO TO MOEDA-VALOR.
012800     PERFORM 2200-EXIBE-VALOR THRU 2200-EXIBE-VALOR-EXIT.
012900     MOVE "DESCONTO INSS...: " TO WS-VAL-ROTULO.
013000     MOVE FOLHA-DESCONTO-INSS TO MOEDA-VALOR.
013100     PERFORM 2200-EXIBE-VALOR THRU 2200-EXIBE-VALOR-EXIT.
013110     DISPLAY "DEPENDENTES IRRF: " FOLHA-QTD-DEPENDENTES.
013120     MOVE "DESCONTO IRRF...: " TO WS-VAL-ROTULO.
013130     MOVE FOLHA-DESCONTO-IRRF TO MOEDA-VALOR.
013140     PERFORM 2200-EXIBE-VALOR THRU 2200-EXIBE-VALOR-EXIT.
013150     MOVE "DESCONTO TOTAL..: " TO WS-VAL-ROTULO.
013160     MOVE FOLHA-SALARIO-DESCONTO TO MOEDA-VALOR.
013170     PERFORM 2200-EXIBE-VALOR THRU 2200-EXIBE-VALOR-EXIT.
013200     MOVE "SALARIO LIQUIDO.: " TO WS-VAL-ROTULO.
013300     MOVE FOLHA-SALARIO-LIQUIDO TO MOEDA-VALOR.
013400     PERFORM 2200-EXIBE-VALOR THRU 2200-EXIBE-VALOR-EXIT.
