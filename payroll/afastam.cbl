000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONSULTA-AFASTAMENTO.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: CONSULTA-AFASTAMENTO
000900*    DESCRICAO.....: CONSULTA OS AFASTAMENTOS DOS FUNCIONARIOS
001000*                    (ARQUIVO AFASTAMENTOS, LAYOUT AFSTREC). O
001100*                    ARQUIVO E LIDO UMA UNICA VEZ, NA PRIMEIRA
001200*                    CHAMADA DA EXECUCAO, PARA UMA TABELA;
001300*                    REGISTRO COM FUNC-ID OU DATA NAO NUMERICOS E
001400*                    IGNORADO. FUNCAO "C": DIAS DA COMPETENCIA EM
001500*                    QUE O FUNCIONARIO ESTEVE AFASTADO SEM SALARIO
001600*                    DA FOLHA, NO MES COMERCIAL DE 30 DIAS (O
001700*                    ULTIMO DIA DO MES CONTA COMO DIA 30, COMO NO
001800*                    SALDO DE SALARIO DA RESCISAO). NA DOENCA, OS
001900*                    15 PRIMEIROS DIAS SAO DA EMPRESA E NAO ENTRAM
002000*                    NA CONTA. CADA DIA E MARCADO NUM MAPA DO MES,
002100*                    DE MODO QUE AFASTAMENTOS SOBREPOSTOS NAO
002200*                    CONTAM O MESMO DIA DUAS VEZES. OS DIAS DE
002300*                    LICENCA SEM VENCIMENTO SAO DEVOLVIDOS TAMBEM
002400*                    A PARTE, PARA A PROVISAO. FUNCAO "S": SE HA
002500*                    AFASTAMENTO VIGENTE NA DATA DE REFERENCIA E
002600*                    SE HA AFASTAMENTO JA ENCERRADO ANTES DELA,
002700*                    PARA A MANUTENCAO DO MESTRE ACERTAR A
002800*                    SITUACAO DO FUNCIONARIO. AFASTAMENTO
002900*                    INCONSISTENTE DEVOLVE FALHA. ARQUIVO AUSENTE
003000*                    = NENHUM AFASTAMENTO.
003100*------------------------------------------------------------
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AFASTAMENTOS ASSIGN TO "AFASTAMENTOS"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-STATUS-AFASTAMENTOS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AFASTAMENTOS
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300     COPY AFSTREC.
005400
005500 WORKING-STORAGE SECTION.
005600
005700 01  WS-SWITCHES.
005800     05  WS-TABELA-CARREGADA     PIC X(01) VALUE "N".
005900         88  TABELA-CARREGADA        VALUE "S".
006000     05  WS-FIM-AFASTAMENTOS     PIC X(01) VALUE "N".
006100         88  FIM-AFASTAMENTOS        VALUE "S".
006200     05  WS-TABELA-ESTOURADA     PIC X(01) VALUE "N".
006300         88  TABELA-ESTOURADA        VALUE "S".
006400     05  WS-DATA-VALIDA          PIC X(01) VALUE "N".
006500         88  DATA-VALIDA             VALUE "S".
006600
006700 01  WS-STATUS-AFASTAMENTOS    PIC X(02) VALUE SPACE.
006800     88  AFASTAMENTOS-OK           VALUE "00".
006900
007000******************************************************************
007100*    AFASTAMENTOS VALIDOS (NUMERICOS) DO ARQUIVO, NA ORDEM FISICA.
007200******************************************************************
007300 01  WS-TABELA-AFASTAMENTO.
007400     05  WS-AFA-ITEM OCCURS 3000 TIMES.
007500         10  WS-AFA-FUNC-ID      PIC 9(04).
007600         10  WS-AFA-TIPO         PIC X(01).
007700         10  WS-AFA-INICIO       PIC 9(08).
007800         10  WS-AFA-FIM          PIC 9(08).
007900
008000 77  WS-QTD-AFASTAMENTOS       PIC 9(04) COMP VALUE ZERO.
008100 77  WS-AFA-SUB                PIC 9(04) COMP VALUE ZERO.
008200 77  WS-DIA-SUB                PIC 9(02) COMP VALUE ZERO.
008300
008400******************************************************************
008500*    MAPA DOS 30 DIAS COMERCIAIS DA COMPETENCIA: DIA NAO PAGO PELA
008600*    FOLHA E, DENTRE ELES, DIA DE LICENCA SEM VENCIMENTO.
008700******************************************************************
008800 01  WS-MAPA-NAO-PAGO.
008900     05  WS-DIA-NAO-PAGO         PIC X(01) OCCURS 30 TIMES.
009000 01  WS-MAPA-SEM-VENCIMENTO.
009100     05  WS-DIA-SEM-VENCIMENTO   PIC X(01) OCCURS 30 TIMES.
009200
009300******************************************************************
009400*    ARITMETICA DE DATAS (AAAAMMDD) SEM FUNCOES INTRINSECAS: DIAS
009500*    DE CADA MES, COM FEVEREIRO CORRIGIDO NOS ANOS BISSEXTOS.
009600******************************************************************
009700 01  WS-TABELA-MESES.
009800     05  FILLER                  PIC X(24) VALUE
009900         "312831303130313130313031".
010000 01  WS-TABELA-MESES-R REDEFINES WS-TABELA-MESES.
010100     05  WS-DIAS-DO-MES          PIC 9(02) OCCURS 12 TIMES.
010200
010300 01  WS-AREA-DATAS.
010400     05  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
010500     05  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
010600         10  WS-TRAB-ANO         PIC 9(04).
010700         10  WS-TRAB-MES         PIC 9(02).
010800         10  WS-TRAB-DIA         PIC 9(02).
010900     05  WS-ULTIMO-DIA           PIC 9(02) VALUE ZERO.
011000     05  WS-QUOCIENTE            PIC 9(04) VALUE ZERO.
011100     05  WS-RESTO-4              PIC 9(04) VALUE ZERO.
011200     05  WS-RESTO-100            PIC 9(04) VALUE ZERO.
011300     05  WS-RESTO-400            PIC 9(04) VALUE ZERO.
011400
011500******************************************************************
011600*    LIMITES DA COMPETENCIA E DO AFASTAMENTO EM AVALIACAO. FIM
011700*    ZERO (RETORNO SEM DATA) VALE COMO FIM EM ABERTO.
011800******************************************************************
011900 01  WS-AREA-PERIODO.
012000     05  WS-MES-INICIO           PIC 9(08) VALUE ZERO.
012100     05  WS-MES-FIM              PIC 9(08) VALUE ZERO.
012200     05  WS-FIM-EFETIVO          PIC 9(08) VALUE ZERO.
012300     05  WS-MARCA-INICIO         PIC 9(08) VALUE ZERO.
012400     05  WS-MARCA-FIM            PIC 9(08) VALUE ZERO.
012500     05  WS-DIA-INICIAL          PIC 9(02) VALUE ZERO.
012600     05  WS-DIA-FINAL            PIC 9(02) VALUE ZERO.
012700
012800 01  WS-MENSAGEM-AFASTAMENTO.
012900     05  WS-MSG-TEXTO            PIC X(42).
013000     05  FILLER                  PIC X(10) VALUE " - INICIO ".
013100     05  WS-MSG-INICIO           PIC 9(08).
013200
013300 LINKAGE SECTION.
013400     COPY AFASREC.
013500
013600 PROCEDURE DIVISION USING AFAS-AREA.
013700
013800 0000-MAINLINE.
013900     MOVE "S" TO AFAS-RETORNO.
014000     MOVE SPACE TO AFAS-MENSAGEM.
014100     IF NOT TABELA-CARREGADA
014200         PERFORM 1000-CARREGAR-AFASTAMENTOS
014300             THRU 1000-CARREGAR-AFASTAMENTOS-EXIT
014400     END-IF.
014500     IF TABELA-ESTOURADA
014600         MOVE "N" TO AFAS-RETORNO
014700         MOVE "ARQUIVO AFASTAMENTOS EXCEDE 3000 REGISTROS" TO
014800             AFAS-MENSAGEM
014900         GOBACK
015000     END-IF.
015100     EVALUATE TRUE
015200         WHEN AFAS-FUNCAO-COMPETENCIA
015300             PERFORM 2000-DIAS-DA-COMPETENCIA
015400                 THRU 2000-DIAS-DA-COMPETENCIA-EXIT
015500         WHEN AFAS-FUNCAO-SITUACAO
015600             PERFORM 3000-SITUACAO-NA-DATA
015700                 THRU 3000-SITUACAO-NA-DATA-EXIT
015800         WHEN OTHER
015900             MOVE "N" TO AFAS-RETORNO
016000             MOVE "FUNCAO DESCONHECIDA NA CHAMADA" TO
016100                 AFAS-MENSAGEM
016200     END-EVALUATE.
016300     GOBACK.
016400
016500******************************************************************
016600*    CARGA DA TABELA NA PRIMEIRA CHAMADA.
016700******************************************************************
016800 1000-CARREGAR-AFASTAMENTOS.
016900     MOVE "S" TO WS-TABELA-CARREGADA.
017000     MOVE ZERO TO WS-QTD-AFASTAMENTOS.
017100     OPEN INPUT AFASTAMENTOS.
017200     IF NOT AFASTAMENTOS-OK
017300         GO TO 1000-CARREGAR-AFASTAMENTOS-EXIT
017400     END-IF.
017500     PERFORM 1100-LER-AFASTAMENTO THRU 1100-LER-AFASTAMENTO-EXIT
017600         UNTIL FIM-AFASTAMENTOS.
017700     CLOSE AFASTAMENTOS.
017800 1000-CARREGAR-AFASTAMENTOS-EXIT.
017900     EXIT.
018000
018100 1100-LER-AFASTAMENTO.
018200     READ AFASTAMENTOS
018300         AT END
018400             MOVE "S" TO WS-FIM-AFASTAMENTOS
018500             GO TO 1100-LER-AFASTAMENTO-EXIT
018600     END-READ.
018700     IF AFST-FUNC-ID IS NOT NUMERIC
018800         OR AFST-DATA-INICIO IS NOT NUMERIC
018900         OR AFST-DATA-FIM IS NOT NUMERIC
019000         GO TO 1100-LER-AFASTAMENTO-EXIT
019100     END-IF.
019200     IF WS-QTD-AFASTAMENTOS >= 3000
019300         MOVE "S" TO WS-TABELA-ESTOURADA
019400         MOVE "S" TO WS-FIM-AFASTAMENTOS
019500         GO TO 1100-LER-AFASTAMENTO-EXIT
019600     END-IF.
019700     ADD 1 TO WS-QTD-AFASTAMENTOS.
019800     MOVE AFST-FUNC-ID TO WS-AFA-FUNC-ID(WS-QTD-AFASTAMENTOS).
019900     MOVE AFST-TIPO TO WS-AFA-TIPO(WS-QTD-AFASTAMENTOS).
020000     MOVE AFST-DATA-INICIO TO WS-AFA-INICIO(WS-QTD-AFASTAMENTOS).
020100     MOVE AFST-DATA-FIM TO WS-AFA-FIM(WS-QTD-AFASTAMENTOS).
020200 1100-LER-AFASTAMENTO-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    FUNCAO "C": MARCA NO MAPA DO MES OS DIAS NAO PAGOS DE CADA
020700*    AFASTAMENTO DO FUNCIONARIO QUE TOCA A COMPETENCIA E CONTA
020800*    OS DIAS MARCADOS.
020900******************************************************************
021000 2000-DIAS-DA-COMPETENCIA.
021100     MOVE ZERO TO AFAS-QTD-AFASTAMENTOS.
021200     MOVE ZERO TO AFAS-DIAS-AFASTADO.
021300     MOVE ZERO TO AFAS-DIAS-SEM-VENCIMENTO.
021400     MOVE ALL "N" TO WS-MAPA-NAO-PAGO.
021500     MOVE ALL "N" TO WS-MAPA-SEM-VENCIMENTO.
021600     MOVE AFAS-COMPETENCIA TO WS-DATA-TRAB(1:6).
021700     MOVE 1 TO WS-TRAB-DIA.
021800     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
021900     IF NOT DATA-VALIDA
022000         MOVE "N" TO AFAS-RETORNO
022100         MOVE "COMPETENCIA INVALIDA PARA AFASTAMENTO" TO
022200             AFAS-MENSAGEM
022300         GO TO 2000-DIAS-DA-COMPETENCIA-EXIT
022400     END-IF.
022500     MOVE WS-DATA-TRAB TO WS-MES-INICIO.
022600     MOVE WS-ULTIMO-DIA TO WS-TRAB-DIA.
022700     MOVE WS-DATA-TRAB TO WS-MES-FIM.
022800     PERFORM 2100-AVALIA-AFASTAMENTO
022900         THRU 2100-AVALIA-AFASTAMENTO-EXIT
023000         VARYING WS-AFA-SUB FROM 1 BY 1
023100         UNTIL WS-AFA-SUB > WS-QTD-AFASTAMENTOS
023200         OR AFAS-FALHA.
023300     IF AFAS-FALHA
023400         GO TO 2000-DIAS-DA-COMPETENCIA-EXIT
023500     END-IF.
023600     PERFORM 2300-CONTA-DIA THRU 2300-CONTA-DIA-EXIT
023700         VARYING WS-DIA-SUB FROM 1 BY 1
023800         UNTIL WS-DIA-SUB > 30.
023900 2000-DIAS-DA-COMPETENCIA-EXIT.
024000     EXIT.
024100
024200 2100-AVALIA-AFASTAMENTO.
024300     IF WS-AFA-FUNC-ID(WS-AFA-SUB) NOT = AFAS-FUNC-ID
024400         GO TO 2100-AVALIA-AFASTAMENTO-EXIT
024500     END-IF.
024600     PERFORM 4000-VALIDA-AFASTAMENTO
024700         THRU 4000-VALIDA-AFASTAMENTO-EXIT.
024800     IF AFAS-FALHA
024900         GO TO 2100-AVALIA-AFASTAMENTO-EXIT
025000     END-IF.
025100     IF WS-AFA-INICIO(WS-AFA-SUB) > WS-MES-FIM
025200         OR WS-FIM-EFETIVO < WS-MES-INICIO
025300         GO TO 2100-AVALIA-AFASTAMENTO-EXIT
025400     END-IF.
025500     ADD 1 TO AFAS-QTD-AFASTAMENTOS.
025600     MOVE WS-AFA-INICIO(WS-AFA-SUB) TO WS-DATA-TRAB.
025700     IF WS-AFA-TIPO(WS-AFA-SUB) = "D"
025800         PERFORM 5500-DIA-SEGUINTE THRU 5500-DIA-SEGUINTE-EXIT
025900             15 TIMES
026000     END-IF.
026100     MOVE WS-DATA-TRAB TO WS-MARCA-INICIO.
026200     IF WS-MARCA-INICIO < WS-MES-INICIO
026300         MOVE WS-MES-INICIO TO WS-MARCA-INICIO
026400     END-IF.
026500     MOVE WS-FIM-EFETIVO TO WS-MARCA-FIM.
026600     IF WS-MARCA-FIM > WS-MES-FIM
026700         MOVE WS-MES-FIM TO WS-MARCA-FIM
026800     END-IF.
026900     IF WS-MARCA-INICIO > WS-MARCA-FIM
027000         GO TO 2100-AVALIA-AFASTAMENTO-EXIT
027100     END-IF.
027200     MOVE WS-MARCA-INICIO(7:2) TO WS-DIA-INICIAL.
027300     MOVE WS-MARCA-FIM(7:2) TO WS-DIA-FINAL.
027400     IF WS-MARCA-FIM = WS-MES-FIM
027500         MOVE 30 TO WS-DIA-FINAL
027600     END-IF.
027700     IF WS-DIA-INICIAL > 30
027800         GO TO 2100-AVALIA-AFASTAMENTO-EXIT
027900     END-IF.
028000     PERFORM 2200-MARCA-DIA THRU 2200-MARCA-DIA-EXIT
028100         VARYING WS-DIA-SUB FROM WS-DIA-INICIAL BY 1
028200         UNTIL WS-DIA-SUB > WS-DIA-FINAL.
028300 2100-AVALIA-AFASTAMENTO-EXIT.
028400     EXIT.
028500
028600 2200-MARCA-DIA.
028700     MOVE "S" TO WS-DIA-NAO-PAGO(WS-DIA-SUB).
028800     IF WS-AFA-TIPO(WS-AFA-SUB) = "S"
028900         MOVE "S" TO WS-DIA-SEM-VENCIMENTO(WS-DIA-SUB)
029000     END-IF.
029100 2200-MARCA-DIA-EXIT.
029200     EXIT.
029300
029400 2300-CONTA-DIA.
029500     IF WS-DIA-NAO-PAGO(WS-DIA-SUB) = "S"
029600         ADD 1 TO AFAS-DIAS-AFASTADO
029700     END-IF.
029800     IF WS-DIA-SEM-VENCIMENTO(WS-DIA-SUB) = "S"
029900         ADD 1 TO AFAS-DIAS-SEM-VENCIMENTO
030000     END-IF.
030100 2300-CONTA-DIA-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500*    FUNCAO "S": PROCURA AFASTAMENTO DO FUNCIONARIO VIGENTE NA
030600*    DATA DE REFERENCIA (INICIO ATE ELA E FIM EM ABERTO OU A
030700*    PARTIR DELA) E AFASTAMENTO JA ENCERRADO ANTES DELA.
030800******************************************************************
030900 3000-SITUACAO-NA-DATA.
031000     MOVE "N" TO AFAS-VIGENTE.
031100     MOVE SPACE TO AFAS-TIPO-VIGENTE.
031200     MOVE "N" TO AFAS-ENCERRADO.
031300     MOVE AFAS-DATA-REFERENCIA TO WS-DATA-TRAB.
031400     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
031500     IF NOT DATA-VALIDA
031600         MOVE "N" TO AFAS-RETORNO
031700         MOVE "DATA DE REFERENCIA INVALIDA PARA AFASTAMENTO" TO
031800             AFAS-MENSAGEM
031900         GO TO 3000-SITUACAO-NA-DATA-EXIT
032000     END-IF.
032100     PERFORM 3100-AVALIA-SITUACAO THRU 3100-AVALIA-SITUACAO-EXIT
032200         VARYING WS-AFA-SUB FROM 1 BY 1
032300         UNTIL WS-AFA-SUB > WS-QTD-AFASTAMENTOS
032400         OR AFAS-FALHA.
032500 3000-SITUACAO-NA-DATA-EXIT.
032600     EXIT.
032700
032800 3100-AVALIA-SITUACAO.
032900     IF WS-AFA-FUNC-ID(WS-AFA-SUB) NOT = AFAS-FUNC-ID
033000         GO TO 3100-AVALIA-SITUACAO-EXIT
033100     END-IF.
033200     PERFORM 4000-VALIDA-AFASTAMENTO
033300         THRU 4000-VALIDA-AFASTAMENTO-EXIT.
033400     IF AFAS-FALHA
033500         GO TO 3100-AVALIA-SITUACAO-EXIT
033600     END-IF.
033700     IF WS-FIM-EFETIVO < AFAS-DATA-REFERENCIA
033800         MOVE "S" TO AFAS-ENCERRADO
033900         GO TO 3100-AVALIA-SITUACAO-EXIT
034000     END-IF.
034100     IF WS-AFA-INICIO(WS-AFA-SUB) NOT > AFAS-DATA-REFERENCIA
034200         MOVE "S" TO AFAS-VIGENTE
034300         MOVE WS-AFA-TIPO(WS-AFA-SUB) TO AFAS-TIPO-VIGENTE
034400     END-IF.
034500 3100-AVALIA-SITUACAO-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    VALIDA O AFASTAMENTO CORRENTE (WS-AFA-SUB) E DEIXA EM
035000*    WS-FIM-EFETIVO O SEU ULTIMO DIA (99999999 SE EM ABERTO).
035100******************************************************************
035200 4000-VALIDA-AFASTAMENTO.
035300     MOVE WS-AFA-INICIO(WS-AFA-SUB) TO WS-MSG-INICIO.
035400     MOVE SPACE TO WS-MSG-TEXTO.
035500     IF WS-AFA-TIPO(WS-AFA-SUB) NOT = "D"
035600         AND WS-AFA-TIPO(WS-AFA-SUB) NOT = "M"
035700         AND WS-AFA-TIPO(WS-AFA-SUB) NOT = "S"
035800         MOVE "TIPO DE AFASTAMENTO DESCONHECIDO" TO WS-MSG-TEXTO
035900         GO TO 4000-VALIDA-AFASTAMENTO-FALHA
036000     END-IF.
036100     MOVE WS-AFA-INICIO(WS-AFA-SUB) TO WS-DATA-TRAB.
036200     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
036300     IF NOT DATA-VALIDA
036400         MOVE "DATA DE INICIO DO AFASTAMENTO INVALIDA"
036500             TO WS-MSG-TEXTO
036600         GO TO 4000-VALIDA-AFASTAMENTO-FALHA
036700     END-IF.
036800     IF WS-AFA-FIM(WS-AFA-SUB) = ZERO
036900         MOVE 99999999 TO WS-FIM-EFETIVO
037000         GO TO 4000-VALIDA-AFASTAMENTO-EXIT
037100     END-IF.
037200     MOVE WS-AFA-FIM(WS-AFA-SUB) TO WS-DATA-TRAB.
037300     PERFORM 5300-VALIDA-DATA THRU 5300-VALIDA-DATA-EXIT.
037400     IF NOT DATA-VALIDA
037500         MOVE "DATA DE FIM DO AFASTAMENTO INVALIDA"
037600             TO WS-MSG-TEXTO
037700         GO TO 4000-VALIDA-AFASTAMENTO-FALHA
037800     END-IF.
037900     IF WS-AFA-FIM(WS-AFA-SUB) < WS-AFA-INICIO(WS-AFA-SUB)
038000         MOVE "FIM DO AFASTAMENTO ANTERIOR AO INICIO"
038100             TO WS-MSG-TEXTO
038200         GO TO 4000-VALIDA-AFASTAMENTO-FALHA
038300     END-IF.
038400     MOVE WS-AFA-FIM(WS-AFA-SUB) TO WS-FIM-EFETIVO.
038500     GO TO 4000-VALIDA-AFASTAMENTO-EXIT.
038600 4000-VALIDA-AFASTAMENTO-FALHA.
038700     MOVE "N" TO AFAS-RETORNO.
038800     MOVE WS-MENSAGEM-AFASTAMENTO TO AFAS-MENSAGEM.
038900 4000-VALIDA-AFASTAMENTO-EXIT.
039000     EXIT.
039100
039200 5300-VALIDA-DATA.
039300     MOVE "N" TO WS-DATA-VALIDA.
039400     IF WS-DATA-TRAB IS NOT NUMERIC
039500         OR WS-TRAB-ANO < 1900
039600         OR WS-TRAB-MES < 1
039700         OR WS-TRAB-MES > 12
039800         GO TO 5300-VALIDA-DATA-EXIT
039900     END-IF.
040000     PERFORM 5400-ULTIMO-DIA THRU 5400-ULTIMO-DIA-EXIT.
040100     IF WS-TRAB-DIA < 1
040200         OR WS-TRAB-DIA > WS-ULTIMO-DIA
040300         GO TO 5300-VALIDA-DATA-EXIT
040400     END-IF.
040500     MOVE "S" TO WS-DATA-VALIDA.
040600 5300-VALIDA-DATA-EXIT.
040700     EXIT.
040800
040900 5400-ULTIMO-DIA.
041000     MOVE WS-DIAS-DO-MES(WS-TRAB-MES) TO WS-ULTIMO-DIA.
041100     IF WS-TRAB-MES NOT = 2
041200         GO TO 5400-ULTIMO-DIA-EXIT
041300     END-IF.
041400     DIVIDE WS-TRAB-ANO BY 4 GIVING WS-QUOCIENTE
041500         REMAINDER WS-RESTO-4.
041600     DIVIDE WS-TRAB-ANO BY 100 GIVING WS-QUOCIENTE
041700         REMAINDER WS-RESTO-100.
041800     DIVIDE WS-TRAB-ANO BY 400 GIVING WS-QUOCIENTE
041900         REMAINDER WS-RESTO-400.
042000     IF WS-RESTO-4 = ZERO
042100         AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
042200         MOVE 29 TO WS-ULTIMO-DIA
042300     END-IF.
042400 5400-ULTIMO-DIA-EXIT.
042500     EXIT.
042600
042700 5500-DIA-SEGUINTE.
042800     PERFORM 5400-ULTIMO-DIA THRU 5400-ULTIMO-DIA-EXIT.
042900     IF WS-TRAB-DIA < WS-ULTIMO-DIA
043000         ADD 1 TO WS-TRAB-DIA
043100         GO TO 5500-DIA-SEGUINTE-EXIT
043200     END-IF.
043300     MOVE 1 TO WS-TRAB-DIA.
043400     IF WS-TRAB-MES = 12
043500         MOVE 1 TO WS-TRAB-MES
043600         ADD 1 TO WS-TRAB-ANO
043700     ELSE
043800         ADD 1 TO WS-TRAB-MES
043900     END-IF.
044000 5500-DIA-SEGUINTE-EXIT.
044100     EXIT.
