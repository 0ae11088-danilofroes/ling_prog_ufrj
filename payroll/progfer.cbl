000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PROGRAMACAO-FERIAS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: PROGRAMACAO-FERIAS
000900*    DESCRICAO.....: CONSULTA A PROGRAMACAO DE FERIAS DOS
001000*                    FUNCIONARIOS (ARQUIVO PROGFER, LAYOUT
001100*                    PFERREC). O ARQUIVO E LIDO UMA UNICA VEZ, NA
001200*                    PRIMEIRA CHAMADA DA EXECUCAO, PARA UMA
001300*                    TABELA; REGISTRO COM CAMPO NAO NUMERICO E
001400*                    IGNORADO. OS PERIODOS AQUISITIVOS SAO
001500*                    CALCULADOS DA DATA DE ADMISSAO INFORMADA PELO
001600*                    CHAMADOR: O PERIODO DO ANO N VAI DO
001700*                    ANIVERSARIO DA ADMISSAO EM N ATE A VESPERA DO
001800*                    ANIVERSARIO EM N+1, E O PRAZO CONCESSIVO
001900*                    TERMINA NA VESPERA DO ANIVERSARIO EM N+2
002000*                    (ADMISSAO EM 29/02 FAZ ANIVERSARIO EM 01/03
002100*                    NOS ANOS NAO BISSEXTOS). FUNCAO "C":
002200*                    PROGRAMACOES DO FUNCIONARIO COM INICIO NA
002300*                    COMPETENCIA, PARA O MODO FERIAS PAGAR SO OS
002400*                    ESCALADOS E NA PROPORCAO DOS DIAS; O GOZO QUE
002500*                    COMECA DEPOIS DO LIMITE DO PRAZO CONCESSIVO E
002600*                    DEVOLVIDO A PARTE, POIS E DEVIDO EM DOBRO.
002700*                    FUNCAO "P": PERIODOS AQUISITIVOS JA COMPLETOS
002800*                    ATE O ULTIMO DIA DA COMPETENCIA DE REFERENCIA
002900*                    QUE AINDA TEM PENDENCIA (VENCIDOS, A VENCER
003000*                    OU PROGRAMADOS FORA DO PRAZO). PERIODO CUJO
003100*                    PRAZO CONCESSIVO TERMINOU HA MAIS DE CINCO
003200*                    ANOS ESTA PRESCRITO E NAO E LISTADO.
003300*                    PROGRAMACAO INCONSISTENTE (DIAS FORA DOS
003400*                    LIMITES, DATA INVALIDA, GOZO ANTES DE
003500*                    COMPLETAR O PERIODO, MAIS DE 30 DIAS NO MESMO
003600*                    PERIODO) DEVOLVE FALHA. ARQUIVO AUSENTE =
003700*                    NENHUM FUNCIONARIO ESCALADO.
003800*------------------------------------------------------------
003900*    HISTORICO DE ALTERACOES
004000*    DATA       AUTOR   DESCRICAO
004100*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PROGRAMACAO ASSIGN TO "PROGFER"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-STATUS-PROGRAMACAO.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PROGRAMACAO
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000     COPY PFERREC.
006100
006200 WORKING-STORAGE SECTION.
006300
006400 01  WS-SWITCHES.
006500     05  WS-TABELA-CARREGADA     PIC X(01) VALUE "N".
006600         88  TABELA-CARREGADA        VALUE "S".
006700     05  WS-FIM-PROGRAMACAO      PIC X(01) VALUE "N".
006800         88  FIM-PROGRAMACAO         VALUE "S".
006900     05  WS-TABELA-ESTOURADA     PIC X(01) VALUE "N".
007000         88  TABELA-ESTOURADA        VALUE "S".
007100     05  WS-DATA-VALIDA          PIC X(01) VALUE "N".
007200         88  DATA-VALIDA             VALUE "S".
007300     05  WS-FIM-PERIODOS         PIC X(01) VALUE "N".
007400         88  FIM-PERIODOS            VALUE "S".
007500
007600 01  WS-STATUS-PROGRAMACAO     PIC X(02) VALUE SPACE.
007700     88  PROGRAMACAO-OK            VALUE "00".
007800
007900******************************************************************
008000*    PROGRAMACOES VALIDAS (NUMERICAS) DO ARQUIVO, NA ORDEM FISICA.
008100******************************************************************
008200 01  WS-TABELA-PROGRAMACAO.
008300     05  WS-PRG-ITEM OCCURS 3000 TIMES.
008400         10  WS-PRG-FUNC-ID      PIC 9(04).
008500         10  WS-PRG-ANO          PIC 9(04).
008600         10  WS-PRG-INICIO       PIC 9(08).
008700         10  WS-PRG-INICIO-R REDEFINES WS-PRG-INICIO.
008800             15  WS-PRG-COMP-INICIO
008900                                 PIC 9(06).
009000             15  FILLER          PIC 9(02).
009100         10  WS-PRG-GOZO         PIC 9(02).
009200         10  WS-PRG-ABONO        PIC 9(02).
009300
009400 77  WS-QTD-PROGRAMACOES       PIC 9(04) COMP VALUE ZERO.
009500 77  WS-PRG-SUB                PIC 9(04) COMP VALUE ZERO.
009600 77  WS-SOMA-SUB               PIC 9(04) COMP VALUE ZERO.
009700
009800******************************************************************
009900*    ARITMETICA DE DATAS (AAAAMMDD) SEM FUNCOES INTRINSECAS: DIAS
010000*    DE CADA MES, COM FEVEREIRO CORRIGIDO NOS ANOS BISSEXTOS.
010100******************************************************************
010200 01  WS-TABELA-MESES.
010300     05  FILLER                  PIC X(24) VALUE
010400         "312831303130313130313031".
010500 01  WS-TABELA-MESES-R REDEFINES WS-TABELA-MESES.
010600     05  WS-DIAS-DO-MES          PIC 9(02) OCCURS 12 TIMES.
010700
010800 01  WS-AREA-DATAS.
010900     05  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
011000     05  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
011100         10  WS-TRAB-ANO         PIC 9(04).
011200         10  WS-TRAB-MES         PIC 9(02).
011300         10  WS-TRAB-DIA         PIC 9(02).
011400     05  WS-ULTIMO-DIA           PIC 9(02) VALUE ZERO.
011500     05  WS-QUOCIENTE            PIC 9(04) VALUE ZERO.
011600     05  WS-RESTO-4              PIC 9(04) VALUE ZERO.
011700     05  WS-RESTO-100            PIC 9(04) VALUE ZERO.
011800     05  WS-RESTO-400            PIC 9(04) VALUE ZERO.
011900     05  WS-ADM-ANO              PIC 9(04) VALUE ZERO.
012000     05  WS-ADM-MES              PIC 9(02) VALUE ZERO.
012100     05  WS-ADM-DIA              PIC 9(02) VALUE ZERO.
012200     05  WS-ANO-ANIVERSARIO      PIC 9(04) VALUE ZERO.
012300     05  WS-DATA-REFERENCIA      PIC 9(08) VALUE ZERO.
012400     05  WS-DATA-CORTE           PIC 9(08) VALUE ZERO.
012500
012600******************************************************************
012700*    PERIODO AQUISITIVO MONTADO PELO 5000 (WS-ANO-PERIODO ->
012800*    INICIO, FIM E LIMITE DO PRAZO CONCESSIVO) E PERIODO EM
012900*    AVALIACAO NA FUNCAO "P", GUARDADO A PARTE PORQUE A VALIDACAO
013000*    DE CADA PROGRAMACAO TAMBEM USA O 5000.
013100******************************************************************
013200 01  WS-AREA-PERIODO.
013300     05  WS-ANO-PERIODO          PIC 9(04) VALUE ZERO.
013400     05  WS-PER-INICIO           PIC 9(08) VALUE ZERO.
013500     05  WS-PER-FIM              PIC 9(08) VALUE ZERO.
013600     05  WS-PER-LIMITE           PIC 9(08) VALUE ZERO.
013700     05  WS-AVL-ANO              PIC 9(04) VALUE ZERO.
013800     05  WS-AVL-INICIO           PIC 9(08) VALUE ZERO.
013900     05  WS-AVL-FIM              PIC 9(08) VALUE ZERO.
014000     05  WS-AVL-LIMITE           PIC 9(08) VALUE ZERO.
014100     05  WS-AVL-SITUACAO         PIC X(01) VALUE SPACE.
014200     05  WS-DIAS-PERIODO         PIC 9(03) VALUE ZERO.
014300     05  WS-DIAS-DOBRO-PERIODO   PIC 9(03) VALUE ZERO.
014350     05  WS-DIAS-VALIDACAO       PIC 9(03) VALUE ZERO.
014400
014500 01  WS-MENSAGEM-PROGRAMACAO.
014600     05  WS-MSG-TEXTO            PIC X(48).
014700     05  FILLER                  PIC X(08) VALUE " - AQUIS".
014800     05  WS-MSG-ANO              PIC 9(04).
014900
015000 LINKAGE SECTION.
015100     COPY FERIREC.
015200
015300 PROCEDURE DIVISION USING FERI-AREA.
015400
015500 0000-MAINLINE.
015600     MOVE "S" TO FERI-RETORNO.
015700     MOVE SPACE TO FERI-MENSAGEM.
015800     IF NOT TABELA-CARREGADA
015900         PERFORM 1000-CARREGAR-PROGRAMACAO
016000             THRU 1000-CARREGAR-PROGRAMACAO-EXIT
016100     END-IF.
016200     IF TABELA-ESTOURADA
016300         MOVE "N" TO FERI-RETORNO
016400         MOVE "ARQUIVO PROGFER EXCEDE 3000 REGISTROS" TO
016500             FERI-MENSAGEM
016600         GOBACK
016700     END-IF.
016800     MOVE FERI-DATA-ADMISSAO TO WS-DATA-TRAB.
016900     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
017000     IF NOT DATA-VALIDA
017100         MOVE "N" TO FERI-RETORNO
017200         MOVE "DATA DE ADMISSAO INVALIDA NO MESTRE" TO
017300             FERI-MENSAGEM
017400         GOBACK
017500     END-IF.
017600     MOVE WS-TRAB-ANO TO WS-ADM-ANO.
017700     MOVE WS-TRAB-MES TO WS-ADM-MES.
017800     MOVE WS-TRAB-DIA TO WS-ADM-DIA.
017900     EVALUATE TRUE
018000         WHEN FERI-FUNCAO-COMPETENCIA
018100             PERFORM 2000-PROGRAMACAO-DA-COMPETENCIA
018200                 THRU 2000-PROGRAMACAO-DA-COMPETENCIA-EXIT
018300         WHEN FERI-FUNCAO-PERIODOS
018400             PERFORM 4000-PERIODOS-PENDENTES
018500                 THRU 4000-PERIODOS-PENDENTES-EXIT
018600         WHEN OTHER
018700             MOVE "N" TO FERI-RETORNO
018800             MOVE "FUNCAO DESCONHECIDA NA CHAMADA" TO
018900                 FERI-MENSAGEM
019000     END-EVALUATE.
019100     GOBACK.
019200
019300******************************************************************
019400*    CARGA DA TABELA NA PRIMEIRA CHAMADA.
019500******************************************************************
019600 1000-CARREGAR-PROGRAMACAO.
019700     MOVE "S" TO WS-TABELA-CARREGADA.
019800     MOVE ZERO TO WS-QTD-PROGRAMACOES.
019900     OPEN INPUT PROGRAMACAO.
020000     IF NOT PROGRAMACAO-OK
020100         GO TO 1000-CARREGAR-PROGRAMACAO-EXIT
020200     END-IF.
020300     PERFORM 1100-LER-PROGRAMACAO THRU 1100-LER-PROGRAMACAO-EXIT
020400         UNTIL FIM-PROGRAMACAO.
020500     CLOSE PROGRAMACAO.
020600 1000-CARREGAR-PROGRAMACAO-EXIT.
020700     EXIT.
020800
020900 1100-LER-PROGRAMACAO.
021000     READ PROGRAMACAO
021100         AT END
021200             MOVE "S" TO WS-FIM-PROGRAMACAO
021300             GO TO 1100-LER-PROGRAMACAO-EXIT
021400     END-READ.
021500     IF PFER-FUNC-ID IS NOT NUMERIC
021600         OR PFER-AQUIS-ANO IS NOT NUMERIC
021700         OR PFER-DATA-INICIO IS NOT NUMERIC
021800         OR PFER-DIAS-GOZO IS NOT NUMERIC
021900         OR PFER-DIAS-ABONO IS NOT NUMERIC
022000         GO TO 1100-LER-PROGRAMACAO-EXIT
022100     END-IF.
022200     IF WS-QTD-PROGRAMACOES >= 3000
022300         MOVE "S" TO WS-TABELA-ESTOURADA
022400         MOVE "S" TO WS-FIM-PROGRAMACAO
022500         GO TO 1100-LER-PROGRAMACAO-EXIT
022600     END-IF.
022700     ADD 1 TO WS-QTD-PROGRAMACOES.
022800     MOVE PFER-FUNC-ID TO WS-PRG-FUNC-ID(WS-QTD-PROGRAMACOES).
022900     MOVE PFER-AQUIS-ANO TO WS-PRG-ANO(WS-QTD-PROGRAMACOES).
023000     MOVE PFER-DATA-INICIO TO WS-PRG-INICIO(WS-QTD-PROGRAMACOES).
023100     MOVE PFER-DIAS-GOZO TO WS-PRG-GOZO(WS-QTD-PROGRAMACOES).
023200     MOVE PFER-DIAS-ABONO TO WS-PRG-ABONO(WS-QTD-PROGRAMACOES).
023300 1100-LER-PROGRAMACAO-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700*    FUNCAO "C": SOMA AS PROGRAMACOES DO FUNCIONARIO QUE COMECAM
023800*    NA COMPETENCIA INFORMADA. NENHUMA = NAO ESCALADO.
023900******************************************************************
024000 2000-PROGRAMACAO-DA-COMPETENCIA.
024100     MOVE ZERO TO FERI-QTD-PROGRAMACOES.
024200     MOVE ZERO TO FERI-DATA-INICIO.
024300     MOVE ZERO TO FERI-DIAS-GOZO.
024400     MOVE ZERO TO FERI-DIAS-ABONO.
024500     MOVE ZERO TO FERI-DIAS-DOBRO.
024600     PERFORM 2100-AVALIA-PROGRAMACAO
024700         THRU 2100-AVALIA-PROGRAMACAO-EXIT
024800         VARYING WS-PRG-SUB FROM 1 BY 1
024900         UNTIL WS-PRG-SUB > WS-QTD-PROGRAMACOES
025000         OR FERI-FALHA.
025100 2000-PROGRAMACAO-DA-COMPETENCIA-EXIT.
025200     EXIT.
025300
025400 2100-AVALIA-PROGRAMACAO.
025500     IF WS-PRG-FUNC-ID(WS-PRG-SUB) NOT = FERI-FUNC-ID
025600         OR WS-PRG-COMP-INICIO(WS-PRG-SUB) NOT = FERI-COMPETENCIA
025700         GO TO 2100-AVALIA-PROGRAMACAO-EXIT
025800     END-IF.
025900     PERFORM 3000-VALIDA-PROGRAMACAO
026000         THRU 3000-VALIDA-PROGRAMACAO-EXIT.
026100     IF FERI-FALHA
026200         GO TO 2100-AVALIA-PROGRAMACAO-EXIT
026300     END-IF.
026400     ADD 1 TO FERI-QTD-PROGRAMACOES.
026500     IF FERI-DATA-INICIO = ZERO
026600         OR WS-PRG-INICIO(WS-PRG-SUB) < FERI-DATA-INICIO
026700         MOVE WS-PRG-INICIO(WS-PRG-SUB) TO FERI-DATA-INICIO
026800     END-IF.
026900     ADD WS-PRG-GOZO(WS-PRG-SUB) TO FERI-DIAS-GOZO
027000         ON SIZE ERROR
027100             MOVE "N" TO FERI-RETORNO
027200             MOVE "DIAS DE FERIAS NA COMPETENCIA EXCEDEM 99" TO
027300                 FERI-MENSAGEM
027400             GO TO 2100-AVALIA-PROGRAMACAO-EXIT
027500     END-ADD.
027600     ADD WS-PRG-ABONO(WS-PRG-SUB) TO FERI-DIAS-ABONO.
027700     IF WS-PRG-INICIO(WS-PRG-SUB) > WS-PER-LIMITE
027800         ADD WS-PRG-GOZO(WS-PRG-SUB) TO FERI-DIAS-DOBRO
027900     END-IF.
028000 2100-AVALIA-PROGRAMACAO-EXIT.
028100     EXIT.
028200
028300******************************************************************
028400*    VALIDA A PROGRAMACAO CORRENTE (WS-PRG-SUB) CONTRA AS REGRAS
028500*    DE GOZO E CONTRA O PERIODO AQUISITIVO CALCULADO DA
028600*    ADMISSAO. DEIXA O PERIODO EM WS-PER-INICIO/FIM/LIMITE.
028700******************************************************************
028800 3000-VALIDA-PROGRAMACAO.
028900     MOVE WS-PRG-ANO(WS-PRG-SUB) TO WS-MSG-ANO.
029000     MOVE SPACE TO WS-MSG-TEXTO.
029100     EVALUATE TRUE
029200         WHEN WS-PRG-GOZO(WS-PRG-SUB) < 5
029300             OR WS-PRG-GOZO(WS-PRG-SUB) > 30
029400             MOVE "PROGRAMACAO COM DIAS DE GOZO FORA DE 5 A 30"
029500                 TO WS-MSG-TEXTO
029600         WHEN WS-PRG-ABONO(WS-PRG-SUB) > 10
029700             MOVE "ABONO PECUNIARIO ACIMA DE 10 DIAS"
029800                 TO WS-MSG-TEXTO
029900         WHEN WS-PRG-GOZO(WS-PRG-SUB) + WS-PRG-ABONO(WS-PRG-SUB)
030000             > 30
030100             MOVE "GOZO MAIS ABONO ACIMA DE 30 DIAS"
030200                 TO WS-MSG-TEXTO
030300         WHEN WS-PRG-ANO(WS-PRG-SUB) < WS-ADM-ANO
030400             MOVE "PERIODO AQUISITIVO ANTERIOR A ADMISSAO"
030500                 TO WS-MSG-TEXTO
030600     END-EVALUATE.
030700     IF WS-MSG-TEXTO NOT = SPACE
030800         GO TO 3000-VALIDA-PROGRAMACAO-FALHA
030900     END-IF.
031000     MOVE WS-PRG-INICIO(WS-PRG-SUB) TO WS-DATA-TRAB.
031100     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
031200     IF NOT DATA-VALIDA
031300         MOVE "DATA DE INICIO DO GOZO INVALIDA" TO WS-MSG-TEXTO
031400         GO TO 3000-VALIDA-PROGRAMACAO-FALHA
031500     END-IF.
031600     MOVE WS-PRG-ANO(WS-PRG-SUB) TO WS-ANO-PERIODO.
031700     PERFORM 5000-MONTA-PERIODO THRU 5000-MONTA-PERIODO-EXIT.
031800     IF WS-PRG-INICIO(WS-PRG-SUB) NOT > WS-PER-FIM
031900         MOVE "GOZO ANTES DE COMPLETAR O PERIODO AQUISITIVO"
032000             TO WS-MSG-TEXTO
032100         GO TO 3000-VALIDA-PROGRAMACAO-FALHA
032200     END-IF.
032300     MOVE ZERO TO WS-DIAS-VALIDACAO.
032400     PERFORM 3100-SOMA-DIAS-DO-PERIODO
032500         THRU 3100-SOMA-DIAS-DO-PERIODO-EXIT
032600         VARYING WS-SOMA-SUB FROM 1 BY 1
032700         UNTIL WS-SOMA-SUB > WS-QTD-PROGRAMACOES.
032800     IF WS-DIAS-VALIDACAO > 30
032900         MOVE "MAIS DE 30 DIAS PROGRAMADOS NO MESMO PERIODO"
033000             TO WS-MSG-TEXTO
033100         GO TO 3000-VALIDA-PROGRAMACAO-FALHA
033200     END-IF.
033300     GO TO 3000-VALIDA-PROGRAMACAO-EXIT.
033400 3000-VALIDA-PROGRAMACAO-FALHA.
033500     MOVE "N" TO FERI-RETORNO.
033600     MOVE WS-MENSAGEM-PROGRAMACAO TO FERI-MENSAGEM.
033700 3000-VALIDA-PROGRAMACAO-EXIT.
033800     EXIT.
033900
034000 3100-SOMA-DIAS-DO-PERIODO.
034100     IF WS-PRG-FUNC-ID(WS-SOMA-SUB) = FERI-FUNC-ID
034200         AND WS-PRG-ANO(WS-SOMA-SUB) = WS-PRG-ANO(WS-PRG-SUB)
034300         ADD WS-PRG-GOZO(WS-SOMA-SUB) WS-PRG-ABONO(WS-SOMA-SUB)
034400             TO WS-DIAS-VALIDACAO
034500     END-IF.
034600 3100-SOMA-DIAS-DO-PERIODO-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    FUNCAO "P": PERCORRE OS PERIODOS AQUISITIVOS DESDE A
035100*    ADMISSAO ATE O ULTIMO COMPLETO NO FIM DA COMPETENCIA DE
035200*    REFERENCIA, DEVOLVENDO OS QUE TEM PENDENCIA.
035300******************************************************************
035400 4000-PERIODOS-PENDENTES.
035500     MOVE ZERO TO FERI-QTD-PERIODOS.
035600     MOVE FERI-COMPETENCIA TO WS-DATA-TRAB(1:6).
035700     MOVE 1 TO WS-TRAB-DIA.
035800     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
035900     IF NOT DATA-VALIDA
036000         MOVE "N" TO FERI-RETORNO
036100         MOVE "COMPETENCIA DE REFERENCIA INVALIDA" TO
036200             FERI-MENSAGEM
036300         GO TO 4000-PERIODOS-PENDENTES-EXIT
036400     END-IF.
036500     PERFORM 5400-ULTIMO-DIA THRU 5400-ULTIMO-DIA-EXIT.
036600     MOVE WS-ULTIMO-DIA TO WS-TRAB-DIA.
036700     MOVE WS-DATA-TRAB TO WS-DATA-REFERENCIA.
036800     MOVE ZERO TO WS-DATA-CORTE.
036900     IF WS-DATA-REFERENCIA > 50000
037000         COMPUTE WS-DATA-CORTE = WS-DATA-REFERENCIA - 50000
037100     END-IF.
037200     MOVE WS-ADM-ANO TO WS-AVL-ANO.
037300     MOVE "N" TO WS-FIM-PERIODOS.
037400     PERFORM 4100-AVALIA-PERIODO THRU 4100-AVALIA-PERIODO-EXIT
037500         UNTIL FIM-PERIODOS
037600         OR FERI-FALHA.
037700 4000-PERIODOS-PENDENTES-EXIT.
037800     EXIT.
037900
038000 4100-AVALIA-PERIODO.
038100     MOVE WS-AVL-ANO TO WS-ANO-PERIODO.
038200     PERFORM 5000-MONTA-PERIODO THRU 5000-MONTA-PERIODO-EXIT.
038300     IF WS-PER-FIM > WS-DATA-REFERENCIA
038400         MOVE "S" TO WS-FIM-PERIODOS
038500         GO TO 4100-AVALIA-PERIODO-EXIT
038600     END-IF.
038700     MOVE WS-PER-INICIO TO WS-AVL-INICIO.
038800     MOVE WS-PER-FIM TO WS-AVL-FIM.
038900     MOVE WS-PER-LIMITE TO WS-AVL-LIMITE.
039000     IF WS-AVL-LIMITE < WS-DATA-CORTE
039100         GO TO 4100-AVALIA-PERIODO-PROXIMO
039200     END-IF.
039300     MOVE ZERO TO WS-DIAS-PERIODO.
039400     MOVE ZERO TO WS-DIAS-DOBRO-PERIODO.
039500     PERFORM 4200-SOMA-PROGRAMACAO THRU 4200-SOMA-PROGRAMACAO-EXIT
039600         VARYING WS-PRG-SUB FROM 1 BY 1
039700         UNTIL WS-PRG-SUB > WS-QTD-PROGRAMACOES
039800         OR FERI-FALHA.
039900     IF FERI-FALHA
040000         GO TO 4100-AVALIA-PERIODO-EXIT
040100     END-IF.
040200     EVALUATE TRUE
040300         WHEN WS-DIAS-PERIODO < 30
040400             AND WS-AVL-LIMITE < WS-DATA-REFERENCIA
040500             MOVE "V" TO WS-AVL-SITUACAO
040600         WHEN WS-DIAS-PERIODO < 30
040700             MOVE "A" TO WS-AVL-SITUACAO
040800         WHEN WS-DIAS-DOBRO-PERIODO NOT = ZERO
040900             MOVE "D" TO WS-AVL-SITUACAO
041000         WHEN OTHER
041100             GO TO 4100-AVALIA-PERIODO-PROXIMO
041200     END-EVALUATE.
041300     IF FERI-QTD-PERIODOS >= 10
041400         MOVE "N" TO FERI-RETORNO
041500         MOVE "MAIS DE 10 PERIODOS AQUISITIVOS PENDENTES" TO
041600             FERI-MENSAGEM
041700         GO TO 4100-AVALIA-PERIODO-EXIT
041800     END-IF.
041900     ADD 1 TO FERI-QTD-PERIODOS.
042000     MOVE WS-AVL-INICIO TO FERI-PER-INICIO(FERI-QTD-PERIODOS).
042100     MOVE WS-AVL-FIM TO FERI-PER-FIM(FERI-QTD-PERIODOS).
042200     MOVE WS-AVL-LIMITE TO FERI-PER-LIMITE(FERI-QTD-PERIODOS).
042300     MOVE WS-DIAS-PERIODO
042400         TO FERI-PER-DIAS-PROG(FERI-QTD-PERIODOS).
042500     MOVE WS-DIAS-DOBRO-PERIODO
042600         TO FERI-PER-DIAS-DOBRO(FERI-QTD-PERIODOS).
042700     MOVE WS-AVL-SITUACAO TO FERI-PER-SITUACAO(FERI-QTD-PERIODOS).
042800 4100-AVALIA-PERIODO-PROXIMO.
042900     ADD 1 TO WS-AVL-ANO.
043000 4100-AVALIA-PERIODO-EXIT.
043100     EXIT.
043200
043300 4200-SOMA-PROGRAMACAO.
043400     IF WS-PRG-FUNC-ID(WS-PRG-SUB) NOT = FERI-FUNC-ID
043500         OR WS-PRG-ANO(WS-PRG-SUB) NOT = WS-AVL-ANO
043600         GO TO 4200-SOMA-PROGRAMACAO-EXIT
043700     END-IF.
043800     PERFORM 3000-VALIDA-PROGRAMACAO
043900         THRU 3000-VALIDA-PROGRAMACAO-EXIT.
044000     IF FERI-FALHA
044100         GO TO 4200-SOMA-PROGRAMACAO-EXIT
044200     END-IF.
044300     ADD WS-PRG-GOZO(WS-PRG-SUB) WS-PRG-ABONO(WS-PRG-SUB)
044400         TO WS-DIAS-PERIODO.
044500     IF WS-PRG-INICIO(WS-PRG-SUB) > WS-AVL-LIMITE
044600         ADD WS-PRG-GOZO(WS-PRG-SUB) TO WS-DIAS-DOBRO-PERIODO
044700     END-IF.
044800 4200-SOMA-PROGRAMACAO-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    MONTA O PERIODO AQUISITIVO DO ANO WS-ANO-PERIODO: INICIO NO
045300*    ANIVERSARIO DA ADMISSAO, FIM NA VESPERA DO ANIVERSARIO
045400*    SEGUINTE E LIMITE DO PRAZO CONCESSIVO DOZE MESES DEPOIS.
045500******************************************************************
045600 5000-MONTA-PERIODO.
045700     MOVE WS-ANO-PERIODO TO WS-ANO-ANIVERSARIO.
045800     PERFORM 5100-ANIVERSARIO THRU 5100-ANIVERSARIO-EXIT.
045900     MOVE WS-DATA-TRAB TO WS-PER-INICIO.
046000     COMPUTE WS-ANO-ANIVERSARIO = WS-ANO-PERIODO + 1.
046100     PERFORM 5100-ANIVERSARIO THRU 5100-ANIVERSARIO-EXIT.
046200     PERFORM 5200-VESPERA THRU 5200-VESPERA-EXIT.
046300     MOVE WS-DATA-TRAB TO WS-PER-FIM.
046400     COMPUTE WS-ANO-ANIVERSARIO = WS-ANO-PERIODO + 2.
046500     PERFORM 5100-ANIVERSARIO THRU 5100-ANIVERSARIO-EXIT.
046600     PERFORM 5200-VESPERA THRU 5200-VESPERA-EXIT.
046700     MOVE WS-DATA-TRAB TO WS-PER-LIMITE.
046800 5000-MONTA-PERIODO-EXIT.
046900     EXIT.
047000
047100 5100-ANIVERSARIO.
047200     MOVE WS-ANO-ANIVERSARIO TO WS-TRAB-ANO.
047300     MOVE WS-ADM-MES TO WS-TRAB-MES.
047400     MOVE WS-ADM-DIA TO WS-TRAB-DIA.
047500     PERFORM 5400-ULTIMO-DIA THRU 5400-ULTIMO-DIA-EXIT.
047600     IF WS-TRAB-DIA > WS-ULTIMO-DIA
047700         MOVE 3 TO WS-TRAB-MES
047800         MOVE 1 TO WS-TRAB-DIA
047900     END-IF.
048000 5100-ANIVERSARIO-EXIT.
048100     EXIT.
048200
048300 5200-VESPERA.
048400     IF WS-TRAB-DIA > 1
048500         SUBTRACT 1 FROM WS-TRAB-DIA
048600         GO TO 5200-VESPERA-EXIT
048700     END-IF.
048800     IF WS-TRAB-MES = 1
048900         MOVE 12 TO WS-TRAB-MES
049000         SUBTRACT 1 FROM WS-TRAB-ANO
049100     ELSE
049200         SUBTRACT 1 FROM WS-TRAB-MES
049300     END-IF.
049400     PERFORM 5400-ULTIMO-DIA THRU 5400-ULTIMO-DIA-EXIT.
049500     MOVE WS-ULTIMO-DIA TO WS-TRAB-DIA.
049600 5200-VESPERA-EXIT.
049700     EXIT.
049800
049900 5300-VALIDA-DATA.
050000     MOVE "N" TO WS-DATA-VALIDA.
050100     IF WS-DATA-TRAB IS NOT NUMERIC
050200         OR WS-TRAB-ANO < 1900
050300         OR WS-TRAB-MES < 1
050400         OR WS-TRAB-MES > 12
050500         GO TO 5300-VALIDA-DATA-EXIT
050600     END-IF.
050700     PERFORM 5400-ULTIMO-DIA THRU 5400-ULTIMO-DIA-EXIT.
050800     IF WS-TRAB-DIA < 1
050900         OR WS-TRAB-DIA > WS-ULTIMO-DIA
051000         GO TO 5300-VALIDA-DATA-EXIT
051100     END-IF.
051200     MOVE "S" TO WS-DATA-VALIDA.
051300 5300-VALIDA-DATA-EXIT.
051400     EXIT.
051500
051600 5400-ULTIMO-DIA.
051700     MOVE WS-DIAS-DO-MES(WS-TRAB-MES) TO WS-ULTIMO-DIA.
051800     IF WS-TRAB-MES NOT = 2
051900         GO TO 5400-ULTIMO-DIA-EXIT
052000     END-IF.
052100     DIVIDE WS-TRAB-ANO BY 4 GIVING WS-QUOCIENTE
052200         REMAINDER WS-RESTO-4.
052300     DIVIDE WS-TRAB-ANO BY 100 GIVING WS-QUOCIENTE
052400         REMAINDER WS-RESTO-100.
052500     DIVIDE WS-TRAB-ANO BY 400 GIVING WS-QUOCIENTE
052600         REMAINDER WS-RESTO-400.
052700     IF WS-RESTO-4 = ZERO
052800         AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
052900         MOVE 29 TO WS-ULTIMO-DIA
053000     END-IF.
053100 5400-ULTIMO-DIA-EXIT.
053200     EXIT.
