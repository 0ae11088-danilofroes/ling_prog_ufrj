002528*                       ESTRUTURA DO ARQUIVO CONFERIR. MESTRES
002529*                       GRAVADOS ANTES DESTA VERSAO DEVEM SER
002530*                       RECARREGADOS PELO CARGA-MESTRE.
002531*    14/10/2026 DF      A LINHA "DESCONTO FAIXA" DA LUGAR A DUAS
002532*                       LINHAS, DESCONTO INSS E DESCONTO IRRF,
002533*                       CALCULADOS SEPARADAMENTE PELA CALC-FOLHA
002534*                       (INSS PROGRESSIVO COM TETO E IRRF COM
002535*                       DEDUCAO POR DEPENDENTE). A QUANTIDADE DE
002536*                       DEPENDENTES VEM DO CADASTRO DEPENDENTES,
002537*                       VIA CONTA-DEPENDENTES.
002538*    14/10/2026 DF      NA FOLHA NORMAL O CONTRACHEQUE PASSA A
002539*                       APLICAR OS CONTRATOS DE DESCONTO
002540*                       RECORRENTE (CONSIGNADO E PENSAO) PELO
002541*                       SUBPROGRAMA APLICA-CONTRATOS, COM A MESMA
002542*                       MARGEM CONSIGNAVEL DO RELATORIO, E A LISTAR
002543*                       CADA CONTRATO DESCONTADO EM LINHA PROPRIA
002544*                       COM A PARCELA (NNN/NNN). SO CONSULTA: A
002545*                       BAIXA DAS PARCELAS E FEITA PELO RELATORIO.
002546*    14/10/2026 DF      A TABELA DO MOVIMENTO PASSA DE 500 PARA
002547*                       2000 LANCAMENTOS, COMO NO RELATORIO, POR
002548*                       CAUSA DAS DIFERENCAS DE DISSIDIO
002549*                       RETROATIVO.
002550*    15/10/2026 DF      NA FOLHA NORMAL E NA RESCISAO O SALDO
002551*                       DEVEDOR EM ABERTO DO FUNCIONARIO (ARQUIVO
002552*                       SALDODEV, VIA SALDO-DEVEDOR) ENTRA COMO
002553*                       DESCONTO, COM A MESMA REGRA DO RELATORIO,
002554*                       E SAI EM LINHA PROPRIA DEPOIS DOS
002555*                       CONTRATOS. QUANDO OS DESCONTOS PASSAM DO
002556*                       BRUTO, O LIQUIDO FICA ZERO E O EXCEDENTE
002557*                       SAI NA LINHA DE SALDO TRANSPORTADO PARA A
002558*                       COMPETENCIA SEGUINTE. SO CONSULTA: QUEM
002559*                       GRAVA O SALDODEV E O RELATORIO.
002560*    15/10/2026 DF      NO MODO FERIAS SO SAI CONTRACHEQUE PARA
002561*                       QUEM TEM GOZO PROGRAMADO INICIANDO NA
002562*                       COMPETENCIA (ARQUIVO PROGFER, VIA
002563*                       PROGRAMACAO-FERIAS), COM A COMPOSICAO DO
002564*                       BRUTO NO LUGAR DO SALARIO BASE: DIAS DE
002565*                       GOZO + 1/3, DIAS EM DOBRO + 1/3 E ABONO
002566*                       PECUNIARIO.
002567*    15/10/2026 DF      NA FOLHA NORMAL O SALARIO PASSA A SER
002568*                       PROPORCIONAL AOS DIAS TRABALHADOS, COM A
002570*                       MESMA REGRA DO RELATORIO: DIAS ANTES DA
002571*                       ADMISSAO E DIAS DE AFASTAMENTO SEM SALARIO
002572*                       DA FOLHA (ARQUIVO AFASTAMENTOS, VIA
002573*                       CONSULTA-AFASTAMENTO) NAO SAO PAGOS. OS
002574*                       DIAS PAGOS SAEM EM LINHA PROPRIA ABAIXO DO
002575*                       SALARIO BASE.
002576******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
006100     COPY MOEDREC.
006110
006120     COPY PARAMREC.
006130
006140     COPY DEPCREC.
006150
006160     COPY APLCREC.
006170
006180     COPY SDEVREC.
006185
006190     COPY FERIREC.
006195
006196     COPY AFASREC.
006200
006300 01  WS-SWITCHES.
006400     05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
007665         88  MODO-FOLHA-RESCISAO     VALUE "R".
007670     05  WS-MODO-TEXTO           PIC X(08) VALUE SPACE.
007680     05  WS-MODO-ROTULO          PIC X(12) VALUE SPACE.
007690
007700******************************************************************
007710*    TABELA DO MOVIMENTO MENSAL DA COMPETENCIA, CARREGADA NA
007720*    ABERTURA (SO NA FOLHA NORMAL), COM OS MESMOS LANCAMENTOS
007750******************************************************************
007760 01  WS-TABELA-MOVIMENTO.
007761     05  WS-QTD-MOVIMENTO        PIC 9(04) COMP VALUE ZERO.
007762     05  WS-MOV-ITEM OCCURS 2000 TIMES
007763             INDEXED BY MOV-IDX.
007764         10  WS-MOV-FUNC-ID      PIC 9(04).
007765         10  WS-MOV-RUBRICA      PIC 9(03).
007769         10  WS-MOV-VALOR        PIC 9(5)V99.
007770
007771 77  WS-MOV-SUB                 PIC 9(04) COMP VALUE ZERO.
007774 77  WS-APLC-SUB                PIC 9(02) COMP VALUE ZERO.
007777
007780 01  WS-AREA-DEMONSTRATIVO.
007783     05  WS-SALARIO-BASE         PIC 9(5)V99 VALUE ZERO.
007786     05  WS-SDEV-COBRADO         PIC 9(5)V99 VALUE ZERO.
007789     05  WS-FERIAS-GOZO          PIC 9(5)V99 VALUE ZERO.
007792     05  WS-FERIAS-DOBRO         PIC 9(5)V99 VALUE ZERO.
007795
007800 01  WS-LINHA-QUEBRA-PAGINA.
007900     05  FILLER                  PIC X(132) VALUE SPACE.
008000
011370     05  FILLER                  PIC X(02) VALUE ": ".
011380     05  WS-CC-RUB-VALOR         PIC X(17).
011390     05  FILLER                  PIC X(85) VALUE SPACE.
011393
011396 01  WS-CC-CONTRATO-LINHA.
011399     05  FILLER                  PIC X(05) VALUE " (-) ".
011402     05  WS-CC-CON-DESCRICAO     PIC X(20).
011405     05  FILLER                  PIC X(01) VALUE SPACE.
011408     05  WS-CC-CON-PARCELAS.
011411         10  WS-CC-CON-PARCELA   PIC ZZ9.
011414         10  WS-CC-CON-BARRA     PIC X(01).
011417         10  WS-CC-CON-QTD       PIC ZZ9.
011420     05  FILLER                  PIC X(02) VALUE ": ".
011423     05  WS-CC-CON-VALOR         PIC X(17).
011426     05  FILLER                  PIC X(80) VALUE SPACE.
011429
011432 01  WS-CC-SALDO-LINHA.
011435     05  WS-CC-SDV-SINAL         PIC X(05).
011438     05  WS-CC-SDV-DESCRICAO     PIC X(28).
011441     05  FILLER                  PIC X(02) VALUE ": ".
011444     05  WS-CC-SDV-VALOR         PIC X(17).
011447     05  FILLER                  PIC X(80) VALUE SPACE.
011450
011453 01  WS-CC-FERIAS-LINHA.
011456     05  WS-CC-FER-SINAL         PIC X(05).
011459     05  WS-CC-FER-DESCRICAO     PIC X(20).
011462     05  WS-CC-FER-DIAS          PIC Z9.
011465     05  FILLER                  PIC X(06) VALUE " DIAS ".
011468     05  FILLER                  PIC X(02) VALUE ": ".
011471     05  WS-CC-FER-VALOR         PIC X(17).
011474     05  FILLER                  PIC X(80) VALUE SPACE.
011477
011480 01  WS-CC-DIAS-LINHA.
011483     05  FILLER                  PIC X(18) VALUE
011486         " DIAS PAGOS.....: ".
011489     05  WS-CC-DIAS-PAGOS        PIC Z9.
011492     05  FILLER                  PIC X(112) VALUE SPACE.
011495
011500 01  WS-LINHA-RESUMO.
011600     05  FILLER                  PIC X(24) VALUE
011700         "CONTRACHEQUES EMITIDOS".
016292     IF MOV-COMPETENCIA NOT = WS-COMPETENCIA
016293         GO TO 1350-LER-MOVIMENTO-EXIT
016294     END-IF.
016295     IF WS-QTD-MOVIMENTO >= 2000
016296         DISPLAY "CONTRACHEQUE ABORTADO: TABELA DE MOVIMENTO "
016297             "CHEIA"
016298         MOVE 12 TO RETURN-CODE
016309 1350-LER-MOVIMENTO-EXIT.
016311     EXIT.
016312
016314 2000-PROCESSA-FUNCIONARIO.
016316     PERFORM 2005-SELECIONA-PELO-MODO
016320         THRU 2005-SELECIONA-PELO-MODO-EXIT.
016330     IF REGISTRO-FORA-DO-MODO
016340         ADD 1 TO WS-CONTADOR-PULADOS
017600     EXIT.
017610
017620******************************************************************
017621*    MESMA SELECAO DE MODO DO RELATORIO-FUNCIONARIO: DESLIGADOS
017622*    NAO GERAM CONTRACHEQUE NA FOLHA NORMAL (NEM EM 13O/FERIAS);
017623*    NO MODO RESCISAO SO ENTRAM OS DESLIGADOS COM DATA DE
017624*    DESLIGAMENTO DENTRO DA COMPETENCIA DA EXECUCAO; NO MODO
017625*    FERIAS SO ENTRA QUEM TEM GOZO PROGRAMADO INICIANDO NA
017626*    COMPETENCIA.
017627******************************************************************
017628 2005-SELECIONA-PELO-MODO.
017629     MOVE "N" TO WS-FORA-DO-MODO.
017630     IF MODO-FOLHA-RESCISAO
017631         MOVE FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO (1:6)
017632             TO WS-COMP-DESLIGAMENTO
017633         IF NOT FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
017634             OR WS-COMP-DESLIGAMENTO NOT = WS-COMPETENCIA
017635             MOVE "S" TO WS-FORA-DO-MODO
017636         END-IF
017637     ELSE
017638         IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
017639             MOVE "S" TO WS-FORA-DO-MODO
017640         END-IF
017641     END-IF.
017642     IF MODO-FOLHA-FERIAS
017643         AND NOT REGISTRO-FORA-DO-MODO
017644         PERFORM 2007-CONSULTA-FERIAS
017645             THRU 2007-CONSULTA-FERIAS-EXIT
017646     END-IF.
017647 2005-SELECIONA-PELO-MODO-EXIT.
017648     EXIT.
017649
017650******************************************************************
017651*    MESMA CONSULTA DA PROGRAMACAO DE FERIAS DO RELATORIO: SEM
017652*    GOZO INICIANDO NA COMPETENCIA, O REGISTRO FICA FORA DO MODO;
017653*    PROGRAMACAO INCONSISTENTE ABORTA A EMISSAO; A ADMISSAO
017654*    AUSENTE FICA PARA A CRITICA DO 2010.
017655******************************************************************
017656 2007-CONSULTA-FERIAS.
017657     IF FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO IS NOT NUMERIC
017658         OR FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO = ZERO
017659         GO TO 2007-CONSULTA-FERIAS-EXIT
017660     END-IF.
017661     MOVE "C" TO FERI-FUNCAO.
017662     MOVE FUNC-ID OF WS-FUNCIONARIO TO FERI-FUNC-ID.
017663     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
017664         TO FERI-DATA-ADMISSAO.
017665     MOVE WS-COMPETENCIA TO FERI-COMPETENCIA.
017666     CALL "PROGRAMACAO-FERIAS" USING FERI-AREA.
017667     IF FERI-FALHA
017668         DISPLAY "CONTRACHEQUE ABORTADO: "
017669             FERI-MENSAGEM " (FUNC-ID "
017670             FUNC-ID OF WS-FUNCIONARIO ")"
017671         MOVE 12 TO RETURN-CODE
017672         STOP RUN
017673     END-IF.
017674     IF FERI-QTD-PROGRAMACOES = ZERO
017675         MOVE "S" TO WS-FORA-DO-MODO
017676     END-IF.
017677 2007-CONSULTA-FERIAS-EXIT.
017678     EXIT.
017679
017800 2010-VALIDA-FUNCIONARIO.
017900     MOVE PARAM-SALARIO-MINIMO TO VALID-SALARIO-MINIMO.
018000     MOVE PARAM-SALARIO-MAXIMO TO VALID-SALARIO-MAXIMO.
018200 2010-VALIDA-FUNCIONARIO-EXIT.
018300     EXIT.
018400
018403******************************************************************
018406*    SALDO DEVEDOR DO FUNCIONARIO A DESCONTAR NA EXECUCAO, O MESMO
018409*    QUE O RELATORIO-FUNCIONARIO COBRA (OU JA COBROU) NA
018412*    COMPETENCIA E MODO. ENTRA NOS DESCONTOS VARIAVEIS ANTES DO
018415*    CALCULO. NADA E GRAVADO NO ARQUIVO.
018418******************************************************************
018421 2045-COBRA-SALDO-DEVEDOR.
018424     MOVE "C" TO SDEV-FUNCAO.
018427     MOVE FUNC-ID OF WS-FUNCIONARIO TO SDEV-FUNC-ID.
018430     MOVE WS-COMPETENCIA TO SDEV-COMPETENCIA.
018433     MOVE WS-MODO-FOLHA TO SDEV-MODO.
018436     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO SDEV-MOEDA.
018439     CALL "SALDO-DEVEDOR" USING SDEV-AREA.
018442     IF SDEV-FALHA
018445         DISPLAY "CONTRACHEQUE ABORTADO: " SDEV-MENSAGEM
018448             " (FUNC-ID " FUNC-ID OF WS-FUNCIONARIO ")"
018451         MOVE 12 TO RETURN-CODE
018454         STOP RUN
018457     END-IF.
018460     MOVE SDEV-VALOR TO WS-SDEV-COBRADO.
018463     ADD WS-SDEV-COBRADO TO FOLHA-DESCONTOS-VARIAVEIS
018466         ON SIZE ERROR
018469             DISPLAY "CONTRACHEQUE ABORTADO: DESCONTOS "
018472                 "VARIAVEIS DO FUNCIONARIO EXCEDEM O "
018475                 "LIMITE DO CAMPO"
018478             MOVE 12 TO RETURN-CODE
018481             STOP RUN
018484     END-ADD.
018487 2045-COBRA-SALDO-DEVEDOR-EXIT.
018490     EXIT.
018493
018500 2050-CALCULA-FOLHA.
018600     MOVE FUNC-SALARIO OF WS-FUNCIONARIO TO FOLHA-SALARIO-BRUTO.
018700     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO FOLHA-MOEDA.
018750     MOVE PARAM-TAXA-CAMBIO TO FOLHA-TAXA-CAMBIO.
018760     MOVE PARAM-FAIXAS TO FOLHA-FAIXAS-DESCONTO.
018761     MOVE PARAM-FAIXAS-IRRF TO FOLHA-TABELA-IRRF.
018762     MOVE PARAM-DEDUCAO-DEPENDENTE TO FOLHA-DEDUCAO-DEPENDENTE.
018763     MOVE FUNC-ID OF WS-FUNCIONARIO TO DEPC-FUNC-ID.
018764     CALL "CONTA-DEPENDENTES" USING DEPC-AREA.
018765     MOVE DEPC-QTD-DEPENDENTES TO FOLHA-QTD-DEPENDENTES.
018770     MOVE WS-MODO-FOLHA TO FOLHA-MODO.
018771     MOVE ZERO TO FOLHA-DIAS-FERIAS.
018772     MOVE ZERO TO FOLHA-DIAS-ABONO.
018773     MOVE ZERO TO FOLHA-DIAS-DOBRO.
018774     IF MODO-FOLHA-FERIAS
018775         MOVE FERI-DIAS-GOZO TO FOLHA-DIAS-FERIAS
018776         MOVE FERI-DIAS-ABONO TO FOLHA-DIAS-ABONO
018777         MOVE FERI-DIAS-DOBRO TO FOLHA-DIAS-DOBRO
018778     END-IF.
018779     PERFORM 2055-DIAS-PAGOS THRU 2055-DIAS-PAGOS-EXIT.
018780     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
018781         TO FOLHA-DATA-ADMISSAO.
018782     MOVE WS-COMPETENCIA TO FOLHA-COMPETENCIA.
018783     MOVE FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO
018784         TO FOLHA-DATA-DESLIGAMENTO.
018785     MOVE ZERO TO FOLHA-PROVENTOS-VARIAVEIS.
018786     MOVE ZERO TO FOLHA-DESCONTOS-VARIAVEIS.
018787     PERFORM 2060-SOMA-MOVIMENTO THRU 2060-SOMA-MOVIMENTO-EXIT
018788         VARYING WS-MOV-SUB FROM 1 BY 1
018789         UNTIL WS-MOV-SUB > WS-QTD-MOVIMENTO.
018790     MOVE ZERO TO WS-SDEV-COBRADO.
018791     IF MODO-FOLHA-NORMAL OR MODO-FOLHA-RESCISAO
018792         PERFORM 2045-COBRA-SALDO-DEVEDOR
018793             THRU 2045-COBRA-SALDO-DEVEDOR-EXIT
018794     END-IF.
018795     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
018796     MOVE ZERO TO APLC-QTD-ITENS.
018797     MOVE ZERO TO APLC-TOTAL-DESCONTO.
018798     IF MODO-FOLHA-NORMAL
018799         PERFORM 2070-APLICA-CONTRATOS
018800             THRU 2070-APLICA-CONTRATOS-EXIT
018801     END-IF.
018810     COMPUTE WS-SALARIO-BASE =
018820         FOLHA-SALARIO-BRUTO - FOLHA-PROVENTOS-VARIAVEIS.
018830     MOVE ZERO TO WS-FERIAS-DOBRO.
018840     IF MODO-FOLHA-FERIAS
018850         COMPUTE WS-FERIAS-DOBRO ROUNDED =
018860             FUNC-SALARIO OF WS-FUNCIONARIO * FOLHA-DIAS-DOBRO
018870             / 30 * 4 / 3
018875         COMPUTE WS-FERIAS-GOZO = FOLHA-SALARIO-BRUTO
018880             - FOLHA-VALOR-ABONO - WS-FERIAS-DOBRO
018890     END-IF.
018900 2050-CALCULA-FOLHA-EXIT.
019000     EXIT.
019010
019089     END-IF.
019093 2060-SOMA-MOVIMENTO-EXIT.
019094     EXIT.
019095
019096******************************************************************
019097*    CONTRATOS DE DESCONTO RECORRENTE DO FUNCIONARIO (PENSAO E
019098*    CONSIGNADO), APLICADOS SOBRE O LIQUIDO JA CALCULADO COM A
019099*    MESMA REGRA DO RELATORIO-FUNCIONARIO. O TOTAL DESCONTADO
019100*    ENTRA NOS DESCONTOS VARIAVEIS E A FOLHA E RECALCULADA A
019101*    PARTIR DO SALARIO DO MESTRE. NADA E BAIXADO NO ARQUIVO.
019102******************************************************************
019103 2070-APLICA-CONTRATOS.
019104     MOVE "A" TO APLC-FUNCAO.
019105     MOVE FUNC-ID OF WS-FUNCIONARIO TO APLC-FUNC-ID.
019106     MOVE WS-COMPETENCIA TO APLC-COMPETENCIA.
019107     MOVE FOLHA-SALARIO-LIQUIDO TO APLC-LIQUIDO.
019108     MOVE PARAM-PERC-MARGEM TO APLC-PERC-MARGEM.
019109     CALL "APLICA-CONTRATOS" USING APLC-AREA.
019110     IF APLC-FALHA
019111         DISPLAY "CONTRACHEQUE ABORTADO: " APLC-MENSAGEM
019112         MOVE 12 TO RETURN-CODE
019113         STOP RUN
019114     END-IF.
019115     IF APLC-TOTAL-DESCONTO = ZERO
019116         GO TO 2070-APLICA-CONTRATOS-EXIT
019117     END-IF.
019118     ADD APLC-TOTAL-DESCONTO TO FOLHA-DESCONTOS-VARIAVEIS
019119         ON SIZE ERROR
019120             DISPLAY "CONTRACHEQUE ABORTADO: DESCONTOS "
019121                 "VARIAVEIS DO FUNCIONARIO EXCEDEM O "
019122                 "LIMITE DO CAMPO"
019123             MOVE 12 TO RETURN-CODE
019124             STOP RUN
019125     END-ADD.
019126     MOVE FUNC-SALARIO OF WS-FUNCIONARIO TO FOLHA-SALARIO-BRUTO.
019127     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
019128 2070-APLICA-CONTRATOS-EXIT.
019129     EXIT.
019130
019162******************************************************************
019163*    PAGAMENTO PROPORCIONAL DA FOLHA NORMAL, COMO NO RELATORIO:
019164*    OS DIAS DA COMPETENCIA EM AFASTAMENTO SEM SALARIO DA FOLHA
019165*    E OS DIAS ANTES DA ADMISSAO SAO DESCONTADOS PELO CALC-FOLHA.
019166*    NOS DEMAIS MODOS O BRUTO NAO E PROPORCIONAL.
019167******************************************************************
019168 2055-DIAS-PAGOS.
019169     MOVE "N" TO FOLHA-PROPORCIONAL.
019170     MOVE ZERO TO FOLHA-DIAS-AFASTADO.
019171     IF NOT MODO-FOLHA-NORMAL
019172         GO TO 2055-DIAS-PAGOS-EXIT
019173     END-IF.
019174     MOVE "C" TO AFAS-FUNCAO.
019175     MOVE FUNC-ID OF WS-FUNCIONARIO TO AFAS-FUNC-ID.
019176     MOVE WS-COMPETENCIA TO AFAS-COMPETENCIA.
019177     CALL "CONSULTA-AFASTAMENTO" USING AFAS-AREA.
019178     IF AFAS-FALHA
019179         DISPLAY "CONTRACHEQUE ABORTADO: " AFAS-MENSAGEM
019180             " (FUNC-ID " FUNC-ID OF WS-FUNCIONARIO ")"
019181         MOVE 12 TO RETURN-CODE
019182         STOP RUN
019183     END-IF.
019184     MOVE "S" TO FOLHA-PROPORCIONAL.
019185     MOVE AFAS-DIAS-AFASTADO TO FOLHA-DIAS-AFASTADO.
019186 2055-DIAS-PAGOS-EXIT.
019187     EXIT.
019188
019200 2100-LER-FUNCIONARIO.
019300     READ FUNCIONARIOS INTO WS-FUNCIONARIO
019400         AT END
021700     MOVE FUNC-CARGO OF WS-FUNCIONARIO TO WS-CC-CARGO.
021800     WRITE CONTRACHEQUE-LINHA FROM WS-CC-CARGO-LINHA.
021900     WRITE CONTRACHEQUE-LINHA FROM WS-CC-TRACO.
022000     IF MODO-FOLHA-FERIAS
022020         PERFORM 2270-LISTA-FERIAS THRU 2270-LISTA-FERIAS-EXIT
022040     ELSE
022060         MOVE " SALARIO BASE...: " TO WS-CC-ROTULO
022100         MOVE WS-SALARIO-BASE TO MOEDA-VALOR
022200         PERFORM 2300-FORMATA-VALOR THRU 2300-FORMATA-VALOR-EXIT
022300         WRITE CONTRACHEQUE-LINHA FROM WS-CC-VALOR-LINHA
022305     END-IF.
022306     IF MODO-FOLHA-NORMAL
022307         MOVE FOLHA-DIAS-PAGOS TO WS-CC-DIAS-PAGOS
022308         WRITE CONTRACHEQUE-LINHA FROM WS-CC-DIAS-LINHA
022309     END-IF.
022310     PERFORM 2220-LISTA-PROVENTO THRU 2220-LISTA-PROVENTO-EXIT
022320         VARYING WS-MOV-SUB FROM 1 BY 1
022330         UNTIL WS-MOV-SUB > WS-QTD-MOVIMENTO.
022360     PERFORM 2300-FORMATA-VALOR THRU 2300-FORMATA-VALOR-EXIT.
022370     WRITE CONTRACHEQUE-LINHA FROM WS-CC-VALOR-LINHA.
022380     WRITE CONTRACHEQUE-LINHA FROM WS-CC-TRACO.
022400     MOVE " DESCONTO INSS..: " TO WS-CC-ROTULO.
022500     MOVE FOLHA-DESCONTO-INSS TO MOEDA-VALOR.
022600     PERFORM 2300-FORMATA-VALOR THRU 2300-FORMATA-VALOR-EXIT.
022700     WRITE CONTRACHEQUE-LINHA FROM WS-CC-VALOR-LINHA.
022701     MOVE " DESCONTO IRRF..: " TO WS-CC-ROTULO.
022702     MOVE FOLHA-DESCONTO-IRRF TO MOEDA-VALOR.
022703     PERFORM 2300-FORMATA-VALOR THRU 2300-FORMATA-VALOR-EXIT.
022704     WRITE CONTRACHEQUE-LINHA FROM WS-CC-VALOR-LINHA.
022710     PERFORM 2230-LISTA-DESCONTO THRU 2230-LISTA-DESCONTO-EXIT
022720         VARYING WS-MOV-SUB FROM 1 BY 1
022730         UNTIL WS-MOV-SUB > WS-QTD-MOVIMENTO.
022731     PERFORM 2250-LISTA-CONTRATO THRU 2250-LISTA-CONTRATO-EXIT
022732         VARYING WS-APLC-SUB FROM 1 BY 1
022733         UNTIL WS-APLC-SUB > APLC-QTD-ITENS.
022734     IF WS-SDEV-COBRADO NOT = ZERO
022735         MOVE " (-) " TO WS-CC-SDV-SINAL
022736         MOVE "SALDO DEVEDOR ANTERIOR" TO WS-CC-SDV-DESCRICAO
022737         MOVE WS-SDEV-COBRADO TO MOEDA-VALOR
022738         PERFORM 2260-MONTA-SALDO THRU 2260-MONTA-SALDO-EXIT
022739     END-IF.
022740     MOVE " DESCONTOS......: " TO WS-CC-ROTULO.
022750     MOVE FOLHA-SALARIO-DESCONTO TO MOEDA-VALOR.
022760     PERFORM 2300-FORMATA-VALOR THRU 2300-FORMATA-VALOR-EXIT.
022900     MOVE FOLHA-SALARIO-LIQUIDO TO MOEDA-VALOR.
023000     PERFORM 2300-FORMATA-VALOR THRU 2300-FORMATA-VALOR-EXIT.
023100     WRITE CONTRACHEQUE-LINHA FROM WS-CC-VALOR-LINHA.
023110     IF FOLHA-SALDO-DEVEDOR NOT = ZERO
023120         MOVE SPACE TO WS-CC-SDV-SINAL
023130         MOVE "SALDO DEVEDOR P/ PROX. COMP." TO
023140             WS-CC-SDV-DESCRICAO
023150         MOVE FOLHA-SALDO-DEVEDOR TO MOEDA-VALOR
023160         PERFORM 2260-MONTA-SALDO THRU 2260-MONTA-SALDO-EXIT
023170     END-IF.
023200     WRITE CONTRACHEQUE-LINHA FROM WS-CC-MOLDURA.
023300 2200-EMITE-CONTRACHEQUE-EXIT.
023400     EXIT.
023430*    LINHAS DE RUBRICA DO DEMONSTRATIVO: CADA LANCAMENTO DO
023440*    MOVIMENTO DO FUNCIONARIO CORRENTE SAI EM LINHA PROPRIA,
023450*    PROVENTOS (+) ENTRE O SALARIO BASE E O TOTAL BRUTO,
023460*    DESCONTOS (-) ENTRE O DESCONTO DE IRRF E O TOTAL DE
023470*    DESCONTOS.
023480******************************************************************
023490 2220-LISTA-PROVENTO.
023523 2240-MONTA-RUBRICA-EXIT.
023524     EXIT.
023525
023526******************************************************************
023527*    LINHA DE CADA CONTRATO DESCONTADO NO MES, DEPOIS DOS
023528*    DESCONTOS DO MOVIMENTO, COM A PARCELA PAGA SOBRE O TOTAL DE
023529*    PARCELAS (EM BRANCO NOS CONTRATOS POR PRAZO INDETERMINADO).
023530*    CONTRATO QUE NAO COUBE NA MARGEM NAO SAI NO CONTRACHEQUE.
023531******************************************************************
023532 2250-LISTA-CONTRATO.
023533     IF APLC-VALOR(WS-APLC-SUB) = ZERO
023534         GO TO 2250-LISTA-CONTRATO-EXIT
023535     END-IF.
023536     MOVE APLC-DESCRICAO(WS-APLC-SUB) TO WS-CC-CON-DESCRICAO.
023537     IF APLC-QTD-PARCELAS(WS-APLC-SUB) = ZERO
023538         MOVE SPACE TO WS-CC-CON-PARCELAS
023539     ELSE
023540         MOVE APLC-PARCELA(WS-APLC-SUB) TO WS-CC-CON-PARCELA
023541         MOVE "/" TO WS-CC-CON-BARRA
023542         MOVE APLC-QTD-PARCELAS(WS-APLC-SUB) TO WS-CC-CON-QTD
023543     END-IF.
023544     MOVE APLC-VALOR(WS-APLC-SUB) TO MOEDA-VALOR.
023545     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO MOEDA-TIPO.
023546     CALL "FORMATA-MOEDA" USING MOEDA-FORMATACAO.
023547     MOVE MOEDA-VALOR-FORMATADO TO WS-CC-CON-VALOR.
023548     WRITE CONTRACHEQUE-LINHA FROM WS-CC-CONTRATO-LINHA.
023549 2250-LISTA-CONTRATO-EXIT.
023550     EXIT.
023551
023552******************************************************************
023553*    LINHA DE SALDO DEVEDOR: O SALDO ANTERIOR DESCONTADO NO MES,
023554*    DEPOIS DOS CONTRATOS, E O EXCEDENTE DOS DESCONTOS SOBRE O
023555*    BRUTO TRANSPORTADO PARA A COMPETENCIA SEGUINTE, DEPOIS DO
023556*    LIQUIDO (QUE NESSE CASO E ZERO).
023557******************************************************************
023558 2260-MONTA-SALDO.
023559     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO MOEDA-TIPO.
023560     CALL "FORMATA-MOEDA" USING MOEDA-FORMATACAO.
023561     MOVE MOEDA-VALOR-FORMATADO TO WS-CC-SDV-VALOR.
023562     WRITE CONTRACHEQUE-LINHA FROM WS-CC-SALDO-LINHA.
023563 2260-MONTA-SALDO-EXIT.
023564     EXIT.
023565
023566******************************************************************
023567*    COMPOSICAO DO BRUTO DE FERIAS, NO LUGAR DO SALARIO BASE:
023568*    DIAS DE GOZO + 1/3, DIAS PAGOS EM DOBRO POR GOZO FORA DO
023569*    PRAZO CONCESSIVO + 1/3 E ABONO PECUNIARIO (DIAS VENDIDOS).
023570******************************************************************
023571 2270-LISTA-FERIAS.
023572     MOVE " (+) " TO WS-CC-FER-SINAL.
023573     MOVE "FERIAS + 1/3" TO WS-CC-FER-DESCRICAO.
023574     MOVE FOLHA-DIAS-FERIAS TO WS-CC-FER-DIAS.
023575     MOVE WS-FERIAS-GOZO TO MOEDA-VALOR.
023576     PERFORM 2275-MONTA-FERIAS THRU 2275-MONTA-FERIAS-EXIT.
023577     IF FOLHA-DIAS-DOBRO NOT = ZERO
023578         MOVE "DOBRA FERIAS + 1/3" TO WS-CC-FER-DESCRICAO
023579         MOVE FOLHA-DIAS-DOBRO TO WS-CC-FER-DIAS
023580         MOVE WS-FERIAS-DOBRO TO MOEDA-VALOR
023581         PERFORM 2275-MONTA-FERIAS THRU 2275-MONTA-FERIAS-EXIT
023582     END-IF.
023583     IF FOLHA-DIAS-ABONO NOT = ZERO
023584         MOVE "ABONO PECUNIARIO" TO WS-CC-FER-DESCRICAO
023585         MOVE FOLHA-DIAS-ABONO TO WS-CC-FER-DIAS
023586         MOVE FOLHA-VALOR-ABONO TO MOEDA-VALOR
023587         PERFORM 2275-MONTA-FERIAS THRU 2275-MONTA-FERIAS-EXIT
023588     END-IF.
023589 2270-LISTA-FERIAS-EXIT.
023590     EXIT.
023591
023592 2275-MONTA-FERIAS.
023593     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO MOEDA-TIPO.
023594     CALL "FORMATA-MOEDA" USING MOEDA-FORMATACAO.
023595     MOVE MOEDA-VALOR-FORMATADO TO WS-CC-FER-VALOR.
023596     WRITE CONTRACHEQUE-LINHA FROM WS-CC-FERIAS-LINHA.
023597 2275-MONTA-FERIAS-EXIT.
023598     EXIT.
023599
023600 2300-FORMATA-VALOR.
023700     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO MOEDA-TIPO.
023800     CALL "FORMATA-MOEDA" USING MOEDA-FORMATACAO.
