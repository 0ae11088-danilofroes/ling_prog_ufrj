003693*                       LOGALTER/AUDITORIA/SUSPENSE), USADA PELO
003694*                       EXPURGA-CUMULATIVOS. REGISTRO AUSENTE
003695*                       VALE ZERO (EXPURGO NAO CONFIGURADO).
003700*    14/10/2026 DF      PASSA A CARREGAR A TABELA DO IRRF
003705*                       (REGISTROS "I": CINCO FAIXAS COM
003710*                       ALIQUOTA, LIMITE E PARCELA A DEDUZIR) E A
003715*                       DEDUCAO POR DEPENDENTE (REGISTRO "D"),
003720*                       AMBAS OBRIGATORIAS NO CONJUNTO VIGENTE.
003725*                       AS FAIXAS "F" PASSAM A SER A TABELA
003730*                       PROGRESSIVA DO INSS (LIMITE DA FAIXA 4 =
003735*                       TETO DE CONTRIBUICAO).
003740*    14/10/2026 DF      PASSA A CARREGAR A MARGEM CONSIGNAVEL
003745*                       (REGISTRO "M": PERCENTUAL DO LIQUIDO QUE
003750*                       PODE SER COMPROMETIDO COM CONSIGNADOS),
003755*                       OBRIGATORIA NO CONJUNTO VIGENTE.
003760*    14/10/2026 DF      PASSA A CARREGAR AS ALIQUOTAS DOS
003765*                       ENCARGOS PATRONAIS (REGISTRO "E": FGTS,
003770*                       INSS PATRONAL, RAT E TERCEIROS), USADAS
003775*                       PELO ENCARGOS-PATRONAIS. REGISTRO
003780*                       AUSENTE VALE ZERO (ENCARGOS NAO
003785*                       CONFIGURADOS: SO AQUELE PASSO ABORTA).
003790******************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
007240*    (9(03)), COL 7-11 RETENCAO DE LOGALTER/AUDITORIA/SUSPENSE
007250*    EM DIAS (9(05)); OPCIONAL, AUSENTE = EXPURGO NAO
007260*    CONFIGURADO.
007261*    REGISTRO "I": COL 3 NUMERO DA FAIXA DO IRRF (1-5), COL 5-8
007262*    ALIQUOTA (9V999), COL 10-16 LIMITE DA FAIXA (9(5)V99; A
007263*    FAIXA 5 VALE ACIMA DO LIMITE DA 4), COL 18-24 PARCELA A
007264*    DEDUZIR (9(5)V99).
007265*    REGISTRO "D": COL 3-9 DEDUCAO POR DEPENDENTE NA BASE DO
007266*    IRRF (9(5)V99).
007267*    REGISTRO "M": COL 3-6 MARGEM CONSIGNAVEL, PERCENTUAL DO
007268*    LIQUIDO (DEPOIS DAS PENSOES) QUE OS CONSIGNADOS PODEM
007269*    COMPROMETER (9V999 IMPLICITO, EX.: 0350 = 35%).
007270*    REGISTRO "E": ALIQUOTAS DOS ENCARGOS PATRONAIS SOBRE O
007271*    BRUTO (TODAS 9V999 IMPLICITO): COL 3-6 FGTS, COL 8-11 INSS
007272*    PATRONAL, COL 13-16 RAT, COL 18-21 TERCEIROS; OPCIONAL,
007273*    AUSENTE = ENCARGOS NAO CONFIGURADOS.
007300*    LINHAS INICIADAS POR "*" SAO COMENTARIO.
007400******************************************************************
007500 FD  PARAMETROS
010180     05  FILLER                  PIC X(01).
010190     05  PARM-RET-DIAS           PIC X(05).
010191     05  FILLER                  PIC X(69).
010194 01  PARM-IRRF-REG REDEFINES PARAMETROS-REGISTRO.
010197     05  FILLER                  PIC X(02).
010200     05  PARM-IRRF-NUM           PIC X(01).
010203     05  FILLER                  PIC X(01).
010206     05  PARM-IRRF-PERC          PIC X(04).
010209     05  FILLER                  PIC X(01).
010212     05  PARM-IRRF-LIMITE        PIC X(07).
010215     05  FILLER                  PIC X(01).
010218     05  PARM-IRRF-DEDUZIR       PIC X(07).
010221     05  FILLER                  PIC X(56).
010224 01  PARM-DEPENDENTE-REG REDEFINES PARAMETROS-REGISTRO.
010227     05  FILLER                  PIC X(02).
010230     05  PARM-DEP-DEDUCAO        PIC X(07).
010233     05  FILLER                  PIC X(71).
010236 01  PARM-MARGEM-REG REDEFINES PARAMETROS-REGISTRO.
010239     05  FILLER                  PIC X(02).
010242     05  PARM-MARGEM-PERC        PIC X(04).
010245     05  FILLER                  PIC X(74).
010248 01  PARM-ENCARGOS-REG REDEFINES PARAMETROS-REGISTRO.
010251     05  FILLER                  PIC X(02).
010254     05  PARM-ENC-FGTS           PIC X(04).
010257     05  FILLER                  PIC X(01).
010260     05  PARM-ENC-INSS           PIC X(04).
010263     05  FILLER                  PIC X(01).
010266     05  PARM-ENC-RAT            PIC X(04).
010269     05  FILLER                  PIC X(01).
010272     05  PARM-ENC-TERCEIROS      PIC X(04).
010275     05  FILLER                  PIC X(59).
010278
010300 WORKING-STORAGE SECTION.
010400
010500 01  WS-SWITCHES.
016830         10  WS-CAND-CENTRO      PIC X(04) OCCURS 20 TIMES.
016840     05  WS-CAND-RET-COMP        PIC 9(03).
016850     05  WS-CAND-RET-DIAS        PIC 9(05).
016851     05  WS-CAND-FAIXAS-IRRF.
016852         10  WS-CAND-FAIXA-IRRF OCCURS 5 TIMES.
016853             15  WS-CAND-TEM-IRRF    PIC X(01).
016854             15  WS-CAND-PERC-IRRF   PIC 9V999.
016855             15  WS-CAND-LIMITE-IRRF PIC 9(5)V99.
016856             15  WS-CAND-DEDUZIR-IRRF
016857                                     PIC 9(5)V99.
016858     05  WS-CAND-TEM-DEPENDENTE  PIC X(01).
016859     05  WS-CAND-DEDUCAO-DEP     PIC 9(5)V99.
016860     05  WS-CAND-TEM-MARGEM      PIC X(01).
016861     05  WS-CAND-PERC-MARGEM     PIC 9V999.
016862     05  WS-CAND-ENCARGOS.
016863         10  WS-CAND-PERC-FGTS   PIC 9V999.
016864         10  WS-CAND-PERC-INSS-PATR
016865                                 PIC 9V999.
016866         10  WS-CAND-PERC-RAT    PIC 9V999.
016867         10  WS-CAND-PERC-TERCEIROS
016868                                 PIC 9V999.
016900
017000 01  WS-CONJUNTO-VIGENTE.
017100     05  WS-VIGE-ATIVO           PIC X(01).
018230         10  WS-VIGE-CENTRO      PIC X(04) OCCURS 20 TIMES.
018240     05  WS-VIGE-RET-COMP        PIC 9(03).
018250     05  WS-VIGE-RET-DIAS        PIC 9(05).
018251     05  WS-VIGE-FAIXAS-IRRF.
018252         10  WS-VIGE-FAIXA-IRRF OCCURS 5 TIMES.
018253             15  WS-VIGE-TEM-IRRF    PIC X(01).
018254             15  WS-VIGE-PERC-IRRF   PIC 9V999.
018255             15  WS-VIGE-LIMITE-IRRF PIC 9(5)V99.
018256             15  WS-VIGE-DEDUZIR-IRRF
018257                                     PIC 9(5)V99.
018258     05  WS-VIGE-TEM-DEPENDENTE  PIC X(01).
018259     05  WS-VIGE-DEDUCAO-DEP     PIC 9(5)V99.
018260     05  WS-VIGE-TEM-MARGEM      PIC X(01).
018261     05  WS-VIGE-PERC-MARGEM     PIC 9V999.
018262     05  WS-VIGE-ENCARGOS.
018263         10  WS-VIGE-PERC-FGTS   PIC 9V999.
018264         10  WS-VIGE-PERC-INSS-PATR
018265                                 PIC 9V999.
018266         10  WS-VIGE-PERC-RAT    PIC 9V999.
018267         10  WS-VIGE-PERC-TERCEIROS
018268                                 PIC 9V999.
018300
018400 77  WS-FAIXA-IDX               PIC 9(01) VALUE ZERO.
018500 77  WS-FAIXA-SUB               PIC 9(01) VALUE ZERO.
026920     MOVE SPACE TO PARAM-CENTROS.
026930     MOVE ZERO TO PARAM-RET-COMPETENCIAS.
026940     MOVE ZERO TO PARAM-RET-DIAS.
026950     MOVE ZERO TO PARAM-FAIXAS-IRRF.
026960     MOVE ZERO TO PARAM-DEDUCAO-DEPENDENTE.
026970     MOVE ZERO TO PARAM-PERC-MARGEM.
026980     MOVE ZERO TO PARAM-ENCARGOS.
027000     MOVE "N" TO WS-FIM-PARAMETROS.
027100     MOVE SPACE TO WS-CONJUNTO-CANDIDATO.
027200     MOVE SPACE TO WS-CONJUNTO-VIGENTE.
030200             TO PARAM-MENSAGEM
030300         GO TO 2000-CARREGAR-PARAMETROS-EXIT
030400     END-IF.
030410     PERFORM 2350-CRITICA-FAIXA-IRRF
030420         THRU 2350-CRITICA-FAIXA-IRRF-EXIT
030430         VARYING WS-FAIXA-SUB FROM 1 BY 1
030440         UNTIL WS-FAIXA-SUB > 5.
030450     IF PARAM-ERRO
030460         GO TO 2000-CARREGAR-PARAMETROS-EXIT
030470     END-IF.
030480     IF WS-VIGE-TEM-DEPENDENTE NOT = "S"
030481         MOVE "N" TO PARAM-STATUS
030482         MOVE "DEDUCAO POR DEPENDENTE AUSENTE NO CONJUNTO VIGENTE"
030483             TO PARAM-MENSAGEM
030484         GO TO 2000-CARREGAR-PARAMETROS-EXIT
030485     END-IF.
030486     IF WS-VIGE-TEM-MARGEM NOT = "S"
030487         MOVE "N" TO PARAM-STATUS
030488         MOVE "MARGEM CONSIGNAVEL AUSENTE NO CONJUNTO VIGENTE"
030489             TO PARAM-MENSAGEM
030490         GO TO 2000-CARREGAR-PARAMETROS-EXIT
030491     END-IF.
030500     MOVE WS-VIGE-VIGENCIA TO PARAM-VIGENCIA.
030600     PERFORM 2400-PUBLICA-FAIXA THRU 2400-PUBLICA-FAIXA-EXIT
030700         VARYING WS-FAIXA-SUB FROM 1 BY 1
031120     MOVE WS-VIGE-CENTROS TO PARAM-CENTROS.
031130     MOVE WS-VIGE-RET-COMP TO PARAM-RET-COMPETENCIAS.
031140     MOVE WS-VIGE-RET-DIAS TO PARAM-RET-DIAS.
031150     PERFORM 2450-PUBLICA-FAIXA-IRRF
031160         THRU 2450-PUBLICA-FAIXA-IRRF-EXIT
031170         VARYING WS-FAIXA-SUB FROM 1 BY 1
031180         UNTIL WS-FAIXA-SUB > 5.
031190     MOVE WS-VIGE-DEDUCAO-DEP TO PARAM-DEDUCAO-DEPENDENTE.
031191     MOVE WS-VIGE-PERC-MARGEM TO PARAM-PERC-MARGEM.
031192     MOVE WS-VIGE-PERC-FGTS TO PARAM-PERC-FGTS.
031193     MOVE WS-VIGE-PERC-INSS-PATR TO PARAM-PERC-INSS-PATRONAL.
031194     MOVE WS-VIGE-PERC-RAT TO PARAM-PERC-RAT.
031195     MOVE WS-VIGE-PERC-TERCEIROS TO PARAM-PERC-TERCEIROS.
031200 2000-CARREGAR-PARAMETROS-EXIT.
031300     EXIT.
031400
033510             MOVE ZERO TO WS-CAND-QTD-CENTROS
033520             MOVE ZERO TO WS-CAND-RET-COMP
033530             MOVE ZERO TO WS-CAND-RET-DIAS
033540             MOVE ZERO TO WS-CAND-DEDUCAO-DEP
033541             MOVE ZERO TO WS-CAND-PERC-MARGEM
033542             MOVE ZERO TO WS-CAND-ENCARGOS
033600             IF PARM-VIG-DATA IS NUMERIC
033700                 MOVE "S" TO WS-CAND-ATIVO
033800                 MOVE PARM-VIG-DATA TO WS-CAND-VIGENCIA
035885                 MOVE PARM-RET-COMP TO WS-CAND-RET-COMP
035886                 MOVE PARM-RET-DIAS TO WS-CAND-RET-DIAS
035887             END-IF
035892         WHEN "I"
035897             PERFORM 2160-GUARDA-FAIXA-IRRF
035902                 THRU 2160-GUARDA-FAIXA-IRRF-EXIT
035907         WHEN "D"
035912             IF CAND-ATIVO
035917                 AND PARM-DEP-DEDUCAO IS NUMERIC
035922                 MOVE "S" TO WS-CAND-TEM-DEPENDENTE
035927                 MOVE PARM-DEP-DEDUCAO TO WS-VALOR-TEXTO
035932                 MOVE WS-VALOR-NUMERICO TO WS-CAND-DEDUCAO-DEP
035937             END-IF
035942         WHEN "M"
035947             IF CAND-ATIVO
035952                 AND PARM-MARGEM-PERC IS NUMERIC
035957                 MOVE "S" TO WS-CAND-TEM-MARGEM
035962                 MOVE PARM-MARGEM-PERC TO WS-PERC-TEXTO
035967                 MOVE WS-PERC-NUMERICA TO WS-CAND-PERC-MARGEM
035972             END-IF
035977         WHEN "E"
035982             PERFORM 2170-GUARDA-ENCARGOS
035987                 THRU 2170-GUARDA-ENCARGOS-EXIT
035992     END-EVALUATE.
036000 2100-LER-PARAMETRO-EXIT.
036100     EXIT.
036200
038000     MOVE WS-VALOR-NUMERICO TO WS-CAND-LIMITE(WS-FAIXA-IDX).
038100 2150-GUARDA-FAIXA-EXIT.
038200     EXIT.
038202
038204 2160-GUARDA-FAIXA-IRRF.
038206     IF NOT CAND-ATIVO
038208         GO TO 2160-GUARDA-FAIXA-IRRF-EXIT
038210     END-IF.
038212     IF PARM-IRRF-NUM IS NOT NUMERIC
038214         OR PARM-IRRF-PERC IS NOT NUMERIC
038216         OR PARM-IRRF-LIMITE IS NOT NUMERIC
038218         OR PARM-IRRF-DEDUZIR IS NOT NUMERIC
038220         GO TO 2160-GUARDA-FAIXA-IRRF-EXIT
038222     END-IF.
038224     MOVE PARM-IRRF-NUM TO WS-FAIXA-IDX.
038226     IF WS-FAIXA-IDX < 1 OR WS-FAIXA-IDX > 5
038228         GO TO 2160-GUARDA-FAIXA-IRRF-EXIT
038230     END-IF.
038232     MOVE "S" TO WS-CAND-TEM-IRRF(WS-FAIXA-IDX).
038234     MOVE PARM-IRRF-PERC TO WS-PERC-TEXTO.
038236     MOVE WS-PERC-NUMERICA TO WS-CAND-PERC-IRRF(WS-FAIXA-IDX).
038238     MOVE PARM-IRRF-LIMITE TO WS-VALOR-TEXTO.
038240     MOVE WS-VALOR-NUMERICO TO WS-CAND-LIMITE-IRRF(WS-FAIXA-IDX).
038242     MOVE PARM-IRRF-DEDUZIR TO WS-VALOR-TEXTO.
038244     MOVE WS-VALOR-NUMERICO
038246         TO WS-CAND-DEDUZIR-IRRF(WS-FAIXA-IDX).
038248 2160-GUARDA-FAIXA-IRRF-EXIT.
038250     EXIT.
038252
038254 2170-GUARDA-ENCARGOS.
038256     IF NOT CAND-ATIVO
038258         GO TO 2170-GUARDA-ENCARGOS-EXIT
038260     END-IF.
038262     IF PARM-ENC-FGTS IS NOT NUMERIC
038264         OR PARM-ENC-INSS IS NOT NUMERIC
038266         OR PARM-ENC-RAT IS NOT NUMERIC
038268         OR PARM-ENC-TERCEIROS IS NOT NUMERIC
038270         GO TO 2170-GUARDA-ENCARGOS-EXIT
038272     END-IF.
038274     MOVE PARM-ENC-FGTS TO WS-PERC-TEXTO.
038276     MOVE WS-PERC-NUMERICA TO WS-CAND-PERC-FGTS.
038278     MOVE PARM-ENC-INSS TO WS-PERC-TEXTO.
038280     MOVE WS-PERC-NUMERICA TO WS-CAND-PERC-INSS-PATR.
038282     MOVE PARM-ENC-RAT TO WS-PERC-TEXTO.
038284     MOVE WS-PERC-NUMERICA TO WS-CAND-PERC-RAT.
038286     MOVE PARM-ENC-TERCEIROS TO WS-PERC-TEXTO.
038288     MOVE WS-PERC-NUMERICA TO WS-CAND-PERC-TERCEIROS.
038290 2170-GUARDA-ENCARGOS-EXIT.
038292     EXIT.
038300
038400******************************************************************
038500*    SUBMETE O CONJUNTO CANDIDATO RECEM FECHADO A ESCOLHA DO
040700     END-IF.
040800 2300-CRITICA-CONJUNTO-EXIT.
040900     EXIT.
040910
040920 2350-CRITICA-FAIXA-IRRF.
040930     IF WS-VIGE-TEM-IRRF(WS-FAIXA-SUB) NOT = "S"
040940         MOVE "N" TO PARAM-STATUS
040950         MOVE "TABELA DO IRRF INCOMPLETA NO CONJUNTO VIGENTE"
040960             TO PARAM-MENSAGEM
040970     END-IF.
040980 2350-CRITICA-FAIXA-IRRF-EXIT.
040990     EXIT.
041000
041100 2400-PUBLICA-FAIXA.
041200     MOVE WS-VIGE-PERC(WS-FAIXA-SUB)
041500         TO PARAM-LIMITE-FAIXA(WS-FAIXA-SUB).
041600 2400-PUBLICA-FAIXA-EXIT.
041700     EXIT.
041800
041900 2450-PUBLICA-FAIXA-IRRF.
042000     MOVE WS-VIGE-PERC-IRRF(WS-FAIXA-SUB)
042100         TO PARAM-PERC-IRRF(WS-FAIXA-SUB).
042200     MOVE WS-VIGE-LIMITE-IRRF(WS-FAIXA-SUB)
042300         TO PARAM-LIMITE-IRRF(WS-FAIXA-SUB).
042400     MOVE WS-VIGE-DEDUZIR-IRRF(WS-FAIXA-SUB)
042500         TO PARAM-DEDUZIR-IRRF(WS-FAIXA-SUB).
042600 2450-PUBLICA-FAIXA-IRRF-EXIT.
042700     EXIT.
