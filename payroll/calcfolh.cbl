000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: CALC-FOLHA
000900*    DESCRICAO.....: CALCULA OS DESCONTOS (INSS PROGRESSIVO E
001000*                    IRRF) E O SALARIO LIQUIDO A PARTIR DO
001100*                    SALARIO BRUTO DE UM FUNCIONARIO. CHAMADO POR
001200*                    RELATORIO-FUNCIONARIO PARA CADA REGISTRO.
001300*------------------------------------------------------------
001400*    HISTORICO DE ALTERACOES
001743*                       DESCONTO DE FAIXA ANTES DO LIQUIDO, DE
001744*                       MODO QUE A LINHA BRUTO - DESCONTO =
001745*                       LIQUIDO CONTINUA FECHANDO.
001746*    14/10/2026 DF      O DESCONTO DE FAIXA DEIXA DE SER UMA
001747*                       ALIQUOTA UNICA SOBRE O BRUTO INTEIRO E
001748*                       PASSA A SER SEPARADO EM INSS E IRRF. O
001749*                       INSS E CALCULADO FAIXA A FAIXA SOBRE
001750*                       FOLHA-FAIXAS-DESCONTO, COM O BRUTO LIMITADO
001751*                       AO TETO (LIMITE DA FAIXA 4). O IRRF INCIDE
001752*                       SOBRE A BASE BRUTO - INSS - DEDUCAO POR
001753*                       DEPENDENTE (FOLHA-QTD-DEPENDENTES X
001754*                       FOLHA-DEDUCAO-DEPENDENTE), ENQUADRADA NA
001755*                       TABELA PROPRIA (FOLHA-TABELA-IRRF) COM
001756*                       PARCELA A DEDUZIR. OS DOIS SAO APURADOS EM
001757*                       REAIS E CONVERTIDOS PELA TAXA DO DIA PARA
001758*                       O SALARIO EM DOLAR. FOLHA-SALARIO-DESCONTO
001759*                       CONTINUA SENDO O TOTAL DOS DESCONTOS.
001760*    15/10/2026 DF      DESCONTOS (INSS + IRRF + VARIAVEIS) MAIORES
001761*                       QUE O BRUTO DEIXAM DE ABORTAR A FOLHA
001762*                       INTEIRA (STOP RUN COM RC 12): O DESCONTO
001763*                       PASSA A SER LIMITADO AO BRUTO, O LIQUIDO
001764*                       FICA ZERO E O EXCEDENTE VOLTA EM
001765*                       FOLHA-SALDO-DEVEDOR, PARA O CHAMADOR
001766*                       TRANSPORTA-LO COMO SALDO DEVEDOR A
001767*                       COMPETENCIA SEGUINTE.
001768*    15/10/2026 DF      FERIAS PAGAS PELOS DIAS DA PROGRAMACAO
001769*                       (FOLHA-DIAS-FERIAS MAIS FOLHA-DIAS-DOBRO,
001770*                       SOBRE 30, MAIS 1/3) EM VEZ DO MES CHEIO. O
001771*                       ABONO PECUNIARIO (FOLHA-DIAS-ABONO) VOLTA
001772*                       EM FOLHA-VALOR-ABONO E SO E SOMADO AO
001773*                       BRUTO APOS OS DESCONTOS (SEM INSS/IRRF).
001774*    15/10/2026 DF      FOLHA NORMAL PROPORCIONAL AOS DIAS
001775*                       TRABALHADOS QUANDO O CHAMADOR PEDE
001776*                       (FOLHA-PROPORCIONAL = "S"): NO MES
001777*                       COMERCIAL DE 30 DIAS, SAEM OS DIAS ANTES
001778*                       DA ADMISSAO NA COMPETENCIA E OS DIAS DE
001779*                       AFASTAMENTO NAO PAGOS (FOLHA-DIAS-
001780*                       AFASTADO). OS DIAS PAGOS VOLTAM EM
001781*                       FOLHA-DIAS-PAGOS EM TODOS OS MODOS.
001782******************************************************************
001800
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002600
002700 01  WS-AREA-ENQUADRAMENTO.
003530     05  WS-BRUTO-EM-REAIS       PIC 9(7)V99 VALUE ZERO.
003531     05  WS-BASE-INSS            PIC 9(7)V99 VALUE ZERO.
003532     05  WS-INSS-EM-REAIS        PIC 9(7)V99 VALUE ZERO.
003533     05  WS-LIMITE-ANTERIOR      PIC 9(5)V99 VALUE ZERO.
003534     05  WS-PARCELA-FAIXA        PIC 9(7)V99 VALUE ZERO.
003535     05  WS-DEDUCAO-DEPENDENTES  PIC 9(7)V99 VALUE ZERO.
003536     05  WS-BASE-IRRF            PIC S9(7)V99 VALUE ZERO.
003537     05  WS-IRRF-EM-REAIS        PIC S9(7)V99 VALUE ZERO.
003538
003539 77  WS-FAIXA-SUB               PIC 9(01) VALUE ZERO.
003540 77  WS-FAIXA-IRRF              PIC 9(01) VALUE ZERO.
003541
003550 01  WS-AREA-MODO.
003560     05  WS-ADM-ANO              PIC 9(04) VALUE ZERO.
003570     05  WS-ADM-MES              PIC 9(02) VALUE ZERO.
003598     05  WS-13O-PROPORCIONAL     PIC 9(5)V99 VALUE ZERO.
003599     05  WS-FERIAS-PROPORCIONAIS PIC 9(6)V99 VALUE ZERO.
003600
003610 01  WS-AREA-FERIAS.
003620     05  WS-DIAS-FERIAS-PAGOS    PIC 9(02) VALUE ZERO.
003630
003640 01  WS-AREA-DIAS-PAGOS.
003650     05  WS-ADM-DIA              PIC 9(02) VALUE ZERO.
003660     05  WS-DIAS-NAO-PAGOS       PIC 9(03) VALUE ZERO.
003670
003700 LINKAGE SECTION.
003800     COPY FOLHAREC.
003900
004750*    ENQUADRAMENTO: 13O SALARIO = AVOS PELOS MESES TRABALHADOS
004775*    NO ANO DA COMPETENCIA (ADMISSAO EM ANO ANTERIOR CONTA 12
004800*    AVOS; ADMISSAO POSTERIOR A COMPETENCIA, ZERO); FERIAS =
004810*    SALARIO DOS DIAS DE GOZO PROGRAMADOS (MAIS OS DIAS PAGOS EM
004815*    DOBRO POR GOZO FORA DO PRAZO CONCESSIVO) SOBRE 30, MAIS UM
004820*    TERCO (SEM DIAS INFORMADOS, 30 DIAS). O ABONO PECUNIARIO
004822*    (DIAS VENDIDOS + 1/3) VOLTA EM FOLHA-VALOR-ABONO E SO
004824*    ENTRA NO BRUTO DEPOIS DOS DESCONTOS, POR NAO SOFRER INSS
004826*    NEM IRRF. FOLHA NORMAL SO MEXE NO BRUTO QUANDO O CHAMADOR
004827*    PEDE O PAGAMENTO PROPORCIONAL AOS DIAS TRABALHADOS (0700).
004828*    FOLHA-DIAS-PAGOS VOLTA COM OS DIAS PAGOS (30 SEM PROPORCAO;
004829*    DIAS DE FERIAS NAS FERIAS; SALDO DE SALARIO NA RESCISAO).
004850******************************************************************
004875 0500-AJUSTA-BRUTO-DO-MODO.
004876     MOVE ZERO TO FOLHA-VALOR-ABONO.
004877     MOVE 30 TO FOLHA-DIAS-PAGOS.
004880     IF FOLHA-MODO-RESCISAO
004885         PERFORM 0600-CALCULA-RESCISAO
004890             THRU 0600-CALCULA-RESCISAO-EXIT
004892         MOVE WS-DES-DIA TO FOLHA-DIAS-PAGOS
004895         GO TO 0500-AJUSTA-BRUTO-DO-MODO-EXIT
004896     END-IF.
004900     IF FOLHA-MODO-FERIAS
004910         MOVE FOLHA-DIAS-FERIAS TO WS-DIAS-FERIAS-PAGOS
004920         ADD FOLHA-DIAS-DOBRO TO WS-DIAS-FERIAS-PAGOS
004930         IF WS-DIAS-FERIAS-PAGOS = ZERO
004940             MOVE 30 TO WS-DIAS-FERIAS-PAGOS
004950         END-IF
004955         MOVE WS-DIAS-FERIAS-PAGOS TO FOLHA-DIAS-PAGOS
004960         COMPUTE FOLHA-VALOR-ABONO ROUNDED =
004970             FOLHA-SALARIO-BRUTO * FOLHA-DIAS-ABONO / 30 * 4 / 3
004980             ON SIZE ERROR
004990                 DISPLAY "CALC-FOLHA ABORTADO: ABONO PECUNIARIO "
005000                     "EXCEDE O LIMITE DO CAMPO"
005010                 MOVE 12 TO RETURN-CODE
005020                 STOP RUN
005030         END-COMPUTE
005040         COMPUTE FOLHA-SALARIO-BRUTO ROUNDED =
005050             FOLHA-SALARIO-BRUTO * WS-DIAS-FERIAS-PAGOS / 30
005060             * 4 / 3
005070             ON SIZE ERROR
005080                 DISPLAY "CALC-FOLHA ABORTADO: BRUTO DE FERIAS "
005090                     "(SALARIO + 1/3) EXCEDE O LIMITE DO CAMPO"
005100                 MOVE 12 TO RETURN-CODE
005110                 STOP RUN
005120         END-COMPUTE
005125         GO TO 0500-AJUSTA-BRUTO-DO-MODO-EXIT
005150     END-IF.
005155     IF FOLHA-MODO-NORMAL
005160         IF FOLHA-PAGA-PROPORCIONAL
005165             PERFORM 0700-CALCULA-DIAS-PAGOS
005166                 THRU 0700-CALCULA-DIAS-PAGOS-EXIT
005168         END-IF
005170         GO TO 0500-AJUSTA-BRUTO-DO-MODO-EXIT
005172     END-IF.
005175     IF NOT FOLHA-MODO-13O
005200         GO TO 0500-AJUSTA-BRUTO-DO-MODO-EXIT
005225     END-IF.
005743 0800-APLICA-PROVENTOS-VARIAVEIS-EXIT.
005744     EXIT.
005745
005747******************************************************************
005749*    CALCULA OS DESCONTOS LEGAIS DO BRUTO DO MES: INSS E IRRF,
005751*    APURADOS EM REAIS (O BRUTO EM DOLAR E CONVERTIDO PELA TAXA
005753*    DO DIA) E DEVOLVIDOS NA MOEDA DO FUNCIONARIO. SEM TAXA (O
005755*    QUE OS CHAMADORES IMPEDEM ABORTANDO A EXECUCAO), O SALARIO
005757*    EM DOLAR FICA SO COM A MENOR ALIQUOTA DO INSS, COMO ANTES.
005759******************************************************************
005761 1000-CALCULA-DESCONTO.
005763     MOVE ZERO TO FOLHA-DESCONTO-INSS.
005765     MOVE ZERO TO FOLHA-DESCONTO-IRRF.
005767     IF FOLHA-MOEDA-DOLAR
005775         AND FOLHA-TAXA-CAMBIO = ZERO
005800         COMPUTE FOLHA-DESCONTO-INSS ROUNDED =
005825             FOLHA-SALARIO-BRUTO * FOLHA-PERC-FAIXA(1)
005830         MOVE FOLHA-DESCONTO-INSS TO FOLHA-SALARIO-DESCONTO
005850         GO TO 1000-CALCULA-DESCONTO-EXIT
005875     END-IF.
005900     IF FOLHA-MOEDA-DOLAR
005975     ELSE
006000         MOVE FOLHA-SALARIO-BRUTO TO WS-BRUTO-EM-REAIS
006025     END-IF.
006050     PERFORM 1100-CALCULA-INSS THRU 1100-CALCULA-INSS-EXIT.
006075     PERFORM 1200-CALCULA-IRRF THRU 1200-CALCULA-IRRF-EXIT.
006100     COMPUTE FOLHA-SALARIO-DESCONTO =
006125         FOLHA-DESCONTO-INSS + FOLHA-DESCONTO-IRRF.
006475 1000-CALCULA-DESCONTO-EXIT.
006500     EXIT.
006525
006530******************************************************************
006535*    INSS PROGRESSIVO: CADA FAIXA TRIBUTA SO A PARCELA DO BRUTO
006540*    ENTRE O LIMITE DA FAIXA ANTERIOR E O SEU PROPRIO LIMITE. O
006545*    BRUTO ACIMA DO TETO (LIMITE DA FAIXA 4) NAO CONTRIBUI.
006550******************************************************************
006555 1100-CALCULA-INSS.
006560     MOVE ZERO TO WS-INSS-EM-REAIS.
006565     MOVE ZERO TO WS-LIMITE-ANTERIOR.
006570     IF WS-BRUTO-EM-REAIS > FOLHA-LIMITE-FAIXA(4)
006575         MOVE FOLHA-LIMITE-FAIXA(4) TO WS-BASE-INSS
006580     ELSE
006585         MOVE WS-BRUTO-EM-REAIS TO WS-BASE-INSS
006590     END-IF.
006595     PERFORM 1150-INSS-DA-FAIXA THRU 1150-INSS-DA-FAIXA-EXIT
006600         VARYING WS-FAIXA-SUB FROM 1 BY 1
006605         UNTIL WS-FAIXA-SUB > 4
006610         OR WS-BASE-INSS NOT > WS-LIMITE-ANTERIOR.
006615     IF FOLHA-MOEDA-DOLAR
006620         COMPUTE FOLHA-DESCONTO-INSS ROUNDED =
006625             WS-INSS-EM-REAIS / FOLHA-TAXA-CAMBIO
006630     ELSE
006635         MOVE WS-INSS-EM-REAIS TO FOLHA-DESCONTO-INSS
006640     END-IF.
006645 1100-CALCULA-INSS-EXIT.
006650     EXIT.
006655
006660 1150-INSS-DA-FAIXA.
006665     IF WS-BASE-INSS < FOLHA-LIMITE-FAIXA(WS-FAIXA-SUB)
006670         COMPUTE WS-PARCELA-FAIXA =
006675             WS-BASE-INSS - WS-LIMITE-ANTERIOR
006680     ELSE
006685         COMPUTE WS-PARCELA-FAIXA =
006690             FOLHA-LIMITE-FAIXA(WS-FAIXA-SUB) - WS-LIMITE-ANTERIOR
006695     END-IF.
006700     COMPUTE WS-INSS-EM-REAIS ROUNDED = WS-INSS-EM-REAIS
006705         + WS-PARCELA-FAIXA * FOLHA-PERC-FAIXA(WS-FAIXA-SUB).
006710     MOVE FOLHA-LIMITE-FAIXA(WS-FAIXA-SUB) TO WS-LIMITE-ANTERIOR.
006715 1150-INSS-DA-FAIXA-EXIT.
006720     EXIT.
006725
006730******************************************************************
006735*    IRRF: BASE = BRUTO - INSS - DEDUCAO POR DEPENDENTE,
006740*    ENQUADRADA NA TABELA DO IRRF (A FAIXA 5 VALE ACIMA DO
006745*    LIMITE DA 4); IMPOSTO = BASE X ALIQUOTA - PARCELA A DEDUZIR.
006750*    BASE OU IMPOSTO NAO POSITIVOS = SEM RETENCAO.
006755******************************************************************
006760 1200-CALCULA-IRRF.
006765     COMPUTE WS-DEDUCAO-DEPENDENTES =
006770         FOLHA-QTD-DEPENDENTES * FOLHA-DEDUCAO-DEPENDENTE.
006775     COMPUTE WS-BASE-IRRF = WS-BRUTO-EM-REAIS
006780         - WS-INSS-EM-REAIS - WS-DEDUCAO-DEPENDENTES.
006785     IF WS-BASE-IRRF NOT > ZERO
006790         GO TO 1200-CALCULA-IRRF-EXIT
006795     END-IF.
006800     EVALUATE TRUE
006805         WHEN WS-BASE-IRRF <= FOLHA-LIMITE-IRRF(1)
006810             MOVE 1 TO WS-FAIXA-IRRF
006815         WHEN WS-BASE-IRRF <= FOLHA-LIMITE-IRRF(2)
006820             MOVE 2 TO WS-FAIXA-IRRF
006825         WHEN WS-BASE-IRRF <= FOLHA-LIMITE-IRRF(3)
006830             MOVE 3 TO WS-FAIXA-IRRF
006835         WHEN WS-BASE-IRRF <= FOLHA-LIMITE-IRRF(4)
006840             MOVE 4 TO WS-FAIXA-IRRF
006845         WHEN OTHER
006850             MOVE 5 TO WS-FAIXA-IRRF
006855     END-EVALUATE.
006860     COMPUTE WS-IRRF-EM-REAIS ROUNDED =
006865         WS-BASE-IRRF * FOLHA-PERC-IRRF(WS-FAIXA-IRRF)
006870         - FOLHA-DEDUZIR-IRRF(WS-FAIXA-IRRF).
006875     IF WS-IRRF-EM-REAIS NOT > ZERO
006880         GO TO 1200-CALCULA-IRRF-EXIT
006885     END-IF.
006890     IF FOLHA-MOEDA-DOLAR
006891         COMPUTE FOLHA-DESCONTO-IRRF ROUNDED =
006892             WS-IRRF-EM-REAIS / FOLHA-TAXA-CAMBIO
006893     ELSE
006894         MOVE WS-IRRF-EM-REAIS TO FOLHA-DESCONTO-IRRF
006895     END-IF.
006896 1200-CALCULA-IRRF-EXIT.
006897     EXIT.
006898
006900******************************************************************
006910*    LIQUIDO = BRUTO - (INSS + IRRF + DESCONTOS VARIAVEIS). SE OS
006920*    DESCONTOS PASSAM DO BRUTO (ADIANTAMENTO ALTO NUM MES COM
006930*    MUITA FALTA), O DESCONTO E LIMITADO AO BRUTO, O LIQUIDO FICA
006940*    ZERO E O EXCEDENTE E DEVOLVIDO EM FOLHA-SALDO-DEVEDOR.
006942*    O ABONO PECUNIARIO DAS FERIAS ENTRA NO BRUTO AQUI, DEPOIS
006944*    DO INSS E DO IRRF, QUE NAO INCIDEM SOBRE ELE.
006950******************************************************************
006960 2000-CALCULA-LIQUIDO.
006961     ADD FOLHA-VALOR-ABONO TO FOLHA-SALARIO-BRUTO
006962         ON SIZE ERROR
006963             DISPLAY "CALC-FOLHA ABORTADO: BRUTO COM ABONO "
006964                 "PECUNIARIO EXCEDE O LIMITE DO CAMPO"
006965             MOVE 12 TO RETURN-CODE
006966             STOP RUN
006967     END-ADD.
006970     ADD FOLHA-DESCONTOS-VARIAVEIS TO FOLHA-SALARIO-DESCONTO
006980         ON SIZE ERROR
006990             DISPLAY "CALC-FOLHA ABORTADO: DESCONTO COM "
007000                 "VARIAVEIS EXCEDE O LIMITE DO CAMPO"
007010             MOVE 12 TO RETURN-CODE
007020             STOP RUN
007030     END-ADD.
007040     MOVE ZERO TO FOLHA-SALDO-DEVEDOR.
007050     IF FOLHA-SALARIO-DESCONTO > FOLHA-SALARIO-BRUTO
007060         COMPUTE FOLHA-SALDO-DEVEDOR =
007070             FOLHA-SALARIO-DESCONTO - FOLHA-SALARIO-BRUTO
007080         MOVE FOLHA-SALARIO-BRUTO TO FOLHA-SALARIO-DESCONTO
007090     END-IF.
007100     COMPUTE FOLHA-SALARIO-LIQUIDO ROUNDED =
007110         FOLHA-SALARIO-BRUTO - FOLHA-SALARIO-DESCONTO.
007120 2000-CALCULA-LIQUIDO-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160*    FOLHA NORMAL PROPORCIONAL AOS DIAS TRABALHADOS NO MES
007170*    COMERCIAL DE 30 DIAS: NAO SAO PAGOS OS DIAS ANTERIORES A
007180*    ADMISSAO QUANDO ELA CAI NA COMPETENCIA (ADMISSAO DEPOIS DA
007190*    COMPETENCIA, MES INTEIRO) NEM OS DIAS DE AFASTAMENTO SEM
007200*    SALARIO DA FOLHA APURADOS PELO CHAMADOR. O BRUTO DO MES E
007210*    REDUZIDO A SALARIO X DIAS PAGOS / 30, ANTES DOS PROVENTOS
007220*    VARIAVEIS E DO ENQUADRAMENTO NAS FAIXAS.
007230******************************************************************
007240 0700-CALCULA-DIAS-PAGOS.
007250     MOVE ZERO TO WS-DIAS-NAO-PAGOS.
007260     IF FOLHA-DATA-ADMISSAO IS NOT NUMERIC
007270         GO TO 0700-CALCULA-DIAS-AFASTADO
007280     END-IF.
007290     MOVE FOLHA-DATA-ADMISSAO(1:4) TO WS-ADM-ANO.
007300     MOVE FOLHA-DATA-ADMISSAO(5:2) TO WS-ADM-MES.
007310     MOVE FOLHA-DATA-ADMISSAO(7:2) TO WS-ADM-DIA.
007320     MOVE FOLHA-COMPETENCIA(1:4) TO WS-COMP-ANO.
007330     MOVE FOLHA-COMPETENCIA(5:2) TO WS-COMP-MES.
007340     IF WS-ADM-DIA > 30
007350         MOVE 30 TO WS-ADM-DIA
007360     END-IF.
007370     EVALUATE TRUE
007380         WHEN WS-ADM-ANO > WS-COMP-ANO
007390             MOVE 30 TO WS-DIAS-NAO-PAGOS
007400         WHEN WS-ADM-ANO = WS-COMP-ANO
007410             AND WS-ADM-MES > WS-COMP-MES
007420             MOVE 30 TO WS-DIAS-NAO-PAGOS
007430         WHEN WS-ADM-ANO = WS-COMP-ANO
007440             AND WS-ADM-MES = WS-COMP-MES
007450             AND WS-ADM-DIA > 1
007460             COMPUTE WS-DIAS-NAO-PAGOS = WS-ADM-DIA - 1
007470     END-EVALUATE.
007480 0700-CALCULA-DIAS-AFASTADO.
007490     ADD FOLHA-DIAS-AFASTADO TO WS-DIAS-NAO-PAGOS.
007500     IF WS-DIAS-NAO-PAGOS > 30
007510         MOVE 30 TO WS-DIAS-NAO-PAGOS
007520     END-IF.
007530     COMPUTE FOLHA-DIAS-PAGOS = 30 - WS-DIAS-NAO-PAGOS.
007540     IF FOLHA-DIAS-PAGOS < 30
007550         COMPUTE FOLHA-SALARIO-BRUTO ROUNDED =
007560             FOLHA-SALARIO-BRUTO * FOLHA-DIAS-PAGOS / 30
007570     END-IF.
007580 0700-CALCULA-DIAS-PAGOS-EXIT.
007590     EXIT.
