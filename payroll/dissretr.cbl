000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISSIDIO-RETROATIVO.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 14/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: DISSIDIO-RETROATIVO
000900*    DESCRICAO.....: CALCULA AS DIFERENCAS RETROATIVAS DE UM
001000*                    REAJUSTE DE CONVENCAO COLETIVA (DISSIDIO)
001100*                    A PARTIR DO HISTORICO DA FOLHA (FOLHAHIST).
001200*                    O PERCENTUAL, A DATA-BASE (PRIMEIRA
001300*                    COMPETENCIA REAJUSTADA) E OS CARGOS E/OU
001400*                    CENTROS DE CUSTO ATINGIDOS VEM DO ARQUIVO
001500*                    DE CONTROLE DISSIDIO. CADA COMPETENCIA JA
001600*                    FECHADA DO HISTORICO, DA DATA-BASE ATE A
001700*                    ANTERIOR A COMPETENCIA DA EXECUCAO (OU ATE
001800*                    A COMPETENCIA FINAL DO CONTROLE), NOS MODOS
001900*                    NORMAL, 13O E FERIAS, E RECALCULADA PELO
002000*                    CALC-FOLHA COM O BRUTO PAGO REAJUSTADO. A
002100*                    DIFERENCA DE BRUTO DE CADA FUNCIONARIO E
002200*                    COMPETENCIA VIRA UM LANCAMENTO DE PROVENTO
002300*                    (RUBRICA 900) NO MOVIMENTO DA COMPETENCIA
002400*                    DA EXECUCAO, QUE A FOLHA NORMAL APLICA COMO
002500*                    QUALQUER OUTRO EVENTO VARIAVEL. A VARIAVEL
002600*                    DE AMBIENTE DISSIDIO_ACAO ESCOLHE ENTRE
002700*                    CONFERENCIA (PADRAO: SO EMITE O RELATORIO
002800*                    DISSCONF) E LANCAMENTO (EMITE O RELATORIO E
002900*                    GRAVA O MOVIMENTO). UMA COMPETENCIA QUE JA
003000*                    TEM DIFERENCAS DE DISSIDIO NO MOVIMENTO NAO
003100*                    RECEBE UM SEGUNDO LANCAMENTO (RC 12).
003200*                    FUNCIONARIO DESLIGADO, AUSENTE DO MESTRE OU
003300*                    QUE TROCOU DE MOEDA SAI NA CONFERENCIA SEM
003400*                    LANCAMENTO (RC 4), PARA ACERTO MANUAL.
003500*------------------------------------------------------------
003600*    HISTORICO DE ALTERACOES
003700*    DATA       AUTOR   DESCRICAO
003800*    14/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003810*    15/10/2026 DF      ZERADOS OS DIAS DE FERIAS DA AREA DO
003820*                       CALC-FOLHA (O RECALCULO E NO MODO NORMAL).
003830*    15/10/2026 DF      O RECALCULO PEDE AO CALC-FOLHA O BRUTO SEM
003840*                       PROPORCAO AOS DIAS TRABALHADOS: O BRUTO DO
003850*                       HISTORICO JA E O PAGO NO MES.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     DECIMAL-POINT IS COMMA.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CONTROLE-DISSIDIO ASSIGN TO "DISSIDIO"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STATUS-CONTROLE.
005100
005200     SELECT FUNCIONARIOS ASSIGN TO "FUNCMEST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS FUNC-ID OF FUNCIONARIOS-REGISTRO
005600         ALTERNATE RECORD KEY IS FUNC-NOME
005700             OF FUNCIONARIOS-REGISTRO WITH DUPLICATES
005800         FILE STATUS IS WS-STATUS-MESTRE.
005900
006000     SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-STATUS-HISTORICO.
006300
006400     SELECT HISTORICO-ORDENADO ASSIGN TO "DISSORD"
006500         ORGANIZATION IS SEQUENTIAL.
006600
006700     SELECT WORK-ORDENACAO ASSIGN TO "SORTWK".
006800
006900     SELECT MOVIMENTO ASSIGN TO "MOVIMENTO"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-STATUS-MOVIMENTO.
007200
007300     SELECT CONFERENCIA ASSIGN TO "DISSCONF"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800******************************************************************
007900*    ARQUIVO DE CONTROLE DO DISSIDIO, MANTIDO PELA EQUIPE DE
008000*    FOLHA A CADA CONVENCAO, UM ITEM POR LINHA:
008100*    REGISTRO "P": COL 3-6 PERCENTUAL DO REAJUSTE (9(2)V99
008200*    IMPLICITO, EX.: 0550 = 5,50%). OBRIGATORIO.
008300*    REGISTRO "B": COL 3-8 DATA-BASE, PRIMEIRA COMPETENCIA
008400*    REAJUSTADA (AAAAMM). OBRIGATORIO.
008500*    REGISTRO "F": COL 3-8 ULTIMA COMPETENCIA A RECALCULAR
008600*    (AAAAMM); OPCIONAL, AUSENTE = A ANTERIOR A COMPETENCIA DA
008700*    EXECUCAO. SERVE PARA EXCLUIR MESES EM QUE O REAJUSTE JA FOI
008800*    PAGO PELO SALARIO DO MESTRE.
008900*    REGISTRO "G": COL 3-42 CARGO ATINGIDO (ATE 20).
009000*    REGISTRO "C": COL 3-6 CENTRO DE CUSTO ATINGIDO (ATE 20).
009100*    E PRECISO AO MENOS UM CARGO OU CENTRO; O FUNCIONARIO E
009200*    ATINGIDO SE O CARGO OU O CENTRO DE CUSTO GRAVADO NO
009300*    HISTORICO DA COMPETENCIA ESTIVER NA LISTA.
009400*    LINHAS INICIADAS POR "*" SAO COMENTARIO.
009500******************************************************************
009600 FD  CONTROLE-DISSIDIO
009700     LABEL RECORDS ARE STANDARD.
009800 01  CONTROLE-REGISTRO.
009900     05  CTL-TIPO                PIC X(01).
010000     05  FILLER                  PIC X(79).
010100 01  CTL-PERCENTUAL-REG REDEFINES CONTROLE-REGISTRO.
010200     05  FILLER                  PIC X(02).
010300     05  CTL-PERCENTUAL          PIC X(04).
010400     05  FILLER                  PIC X(74).
010500 01  CTL-COMPETENCIA-REG REDEFINES CONTROLE-REGISTRO.
010600     05  FILLER                  PIC X(02).
010700     05  CTL-COMPETENCIA         PIC X(06).
010800     05  FILLER                  PIC X(72).
010900 01  CTL-CARGO-REG REDEFINES CONTROLE-REGISTRO.
011000     05  FILLER                  PIC X(02).
011100     05  CTL-CARGO               PIC X(40).
011200     05  FILLER                  PIC X(38).
011300 01  CTL-CENTRO-REG REDEFINES CONTROLE-REGISTRO.
011400     05  FILLER                  PIC X(02).
011500     05  CTL-CENTRO              PIC X(04).
011600     05  FILLER                  PIC X(74).
011700
011800 FD  FUNCIONARIOS
011900     LABEL RECORDS ARE STANDARD.
012000     COPY FUNCREC
012100         REPLACING ==FUNC-REGISTRO== BY ==FUNCIONARIOS-REGISTRO==.
012200
012300 FD  FOLHA-HISTORICO
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600     COPY HISTREC
012700         REPLACING ==HIST-REGISTRO== BY ==HISTORICO-REGISTRO==.
012800
012900 FD  HISTORICO-ORDENADO
013000     LABEL RECORDS ARE STANDARD
013100     RECORDING MODE IS F.
013200     COPY HISTREC
013300         REPLACING ==HIST-REGISTRO== BY ==ORDENADO-REGISTRO==.
013400
013500 SD  WORK-ORDENACAO.
013600     COPY HISTREC
013700         REPLACING ==HIST-REGISTRO== BY ==ORDENACAO-REGISTRO==.
013800
013900 FD  MOVIMENTO
014000     LABEL RECORDS ARE STANDARD
014100     RECORDING MODE IS F.
014200     COPY MOVREC.
014300
014400 FD  CONFERENCIA
014500     LABEL RECORDS ARE STANDARD.
014600 01  CONFERENCIA-LINHA               PIC X(132).
014700
014800 WORKING-STORAGE SECTION.
014900
015000     COPY FUNCREC
015100         REPLACING ==FUNC-REGISTRO== BY ==WS-FUNCIONARIO==.
015200
015300     COPY HISTREC
015400         REPLACING ==HIST-REGISTRO== BY ==WS-HIST-ENTRADA==.
015500
015600     COPY FOLHAREC.
015700
015800     COPY PARAMREC.
015900
016000     COPY DEPCREC.
016100
016200 01  WS-SWITCHES.
016300     05  WS-FIM-CONTROLE         PIC X(01) VALUE "N".
016400         88  FIM-CONTROLE            VALUE "S".
016500     05  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
016600         88  FIM-HISTORICO           VALUE "S".
016700     05  WS-FIM-MOVIMENTO        PIC X(01) VALUE "N".
016800         88  FIM-MOVIMENTO           VALUE "S".
016900     05  WS-SELECIONADO          PIC X(01) VALUE "N".
017000         88  REGISTRO-SELECIONADO    VALUE "S".
017100     05  WS-TEM-GRUPO            PIC X(01) VALUE "N".
017200         88  TEM-GRUPO-ABERTO        VALUE "S".
017300     05  WS-ENCONTRADO           PIC X(01) VALUE "N".
017400         88  FUNCIONARIO-ENCONTRADO  VALUE "S".
017500     05  WS-LANCAVEL             PIC X(01) VALUE "N".
017600         88  DIFERENCA-LANCAVEL      VALUE "S".
017700
017800 01  WS-STATUS-CONTROLE         PIC X(02) VALUE SPACE.
017900     88  CONTROLE-OK                VALUE "00".
018000
018100 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
018200     88  MESTRE-OK                  VALUE "00".
018300
018400 01  WS-STATUS-HISTORICO        PIC X(02) VALUE SPACE.
018500     88  HISTORICO-OK               VALUE "00".
018600
018700 01  WS-STATUS-MOVIMENTO        PIC X(02) VALUE SPACE.
018800     88  MOVIMENTO-OK               VALUE "00".
018900
019000 01  WS-AREA-COMPETENCIA.
019100     05  WS-COMPETENCIA          PIC 9(06) VALUE ZERO.
019200     05  WS-COMPETENCIA-TEXTO    PIC X(06) VALUE SPACE.
019300     05  WS-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
019400     05  WS-COMP-ANO             PIC 9(04) VALUE ZERO.
019500     05  WS-COMP-MES             PIC 9(02) VALUE ZERO.
019600
019700 01  WS-AREA-ACAO.
019800     05  WS-ACAO-TEXTO           PIC X(12) VALUE SPACE.
019900     05  WS-ACAO                 PIC X(01) VALUE "C".
020000         88  ACAO-CONFERENCIA        VALUE "C".
020100         88  ACAO-LANCAMENTO         VALUE "L".
020200
020300******************************************************************
020400*    PARAMETROS DO DISSIDIO LIDOS DO ARQUIVO DE CONTROLE.
020500******************************************************************
020600 01  WS-AREA-DISSIDIO.
020700     05  WS-TEM-PERCENTUAL       PIC X(01) VALUE "N".
020800     05  WS-PERC-DISSIDIO        PIC 9(2)V99 VALUE ZERO.
020900     05  WS-DATA-BASE            PIC 9(06) VALUE ZERO.
021000     05  WS-COMP-FINAL           PIC 9(06) VALUE ZERO.
021100     05  WS-QTD-CARGOS           PIC 9(02) COMP VALUE ZERO.
021200     05  WS-CARGO-ATINGIDO       PIC X(40) OCCURS 20 TIMES.
021300     05  WS-QTD-CENTROS          PIC 9(02) COMP VALUE ZERO.
021400     05  WS-CENTRO-ATINGIDO      PIC X(04) OCCURS 20 TIMES.
021500
021600 01  WS-PERC-ENTRADA.
021700     05  WS-PERC-TEXTO           PIC X(04).
021800     05  WS-PERC-NUMERICO REDEFINES WS-PERC-TEXTO
021900                                 PIC 9(2)V99.
022000
022100 01  WS-COMP-ENTRADA.
022200     05  WS-COMP-ENTRADA-TEXTO   PIC X(06).
022300     05  WS-COMP-ENTRADA-NUM REDEFINES WS-COMP-ENTRADA-TEXTO
022400                                 PIC 9(06).
022500
022600 77  WS-LISTA-SUB               PIC 9(02) COMP VALUE ZERO.
022700 77  WS-RUBRICA-DISSIDIO        PIC 9(03) VALUE 900.
022800
022900******************************************************************
023000*    TOTAIS POR COMPETENCIA DO PERIODO, EM REAIS (SALARIO EM
023100*    DOLAR CONVERTIDO PELA TAXA DO DIA), INDEXADOS PELO NUMERO DO
023200*    MES A PARTIR DA DATA-BASE (1 = DATA-BASE). O PERIODO E
023300*    LIMITADO A 120 COMPETENCIAS.
023400******************************************************************
023500 01  WS-TABELA-COMPETENCIAS.
023600     05  WS-QTD-MESES            PIC 9(03) COMP VALUE ZERO.
023700     05  WS-TC-ITEM OCCURS 120 TIMES.
023800         10  WS-TC-COMPETENCIA   PIC 9(06).
023900         10  WS-TC-QTD           PIC 9(05) COMP.
024000         10  WS-TC-DIFERENCA     PIC 9(9)V99.
024100         10  WS-TC-LANCADO       PIC 9(9)V99.
024200
024300 77  WS-MES-SUB                 PIC 9(03) COMP VALUE ZERO.
024400
024500 01  WS-AREA-MESES.
024550     05  WS-MES-COMPETENCIA.
024600         10  WS-MES-ANO          PIC 9(04) VALUE ZERO.
024700         10  WS-MES-MES          PIC 9(02) VALUE ZERO.
024750     05  WS-MES-COMPETENCIA-NUM REDEFINES WS-MES-COMPETENCIA
024760                                 PIC 9(06).
024800     05  WS-BASE-ANO             PIC 9(04) VALUE ZERO.
024900     05  WS-BASE-MES             PIC 9(02) VALUE ZERO.
025000     05  WS-HIST-ANO             PIC 9(04) VALUE ZERO.
025100     05  WS-HIST-MES             PIC 9(02) VALUE ZERO.
025200
025300 01  WS-AREA-CALCULO.
025400     05  WS-BRUTO-REAJUSTADO     PIC 9(5)V99 VALUE ZERO.
025500     05  WS-DIFERENCA            PIC 9(5)V99 VALUE ZERO.
025600     05  WS-DESCONTO-PAGO        PIC 9(5)V99 VALUE ZERO.
025700     05  WS-DESCONTO-RECALC      PIC 9(5)V99 VALUE ZERO.
025800     05  WS-LIQUIDO-ADICIONAL    PIC S9(5)V99 VALUE ZERO.
025900     05  WS-VALOR-REAIS          PIC 9(7)V99 VALUE ZERO.
026000     05  WS-OCORRENCIA           PIC X(20) VALUE SPACE.
026100
026200 01  WS-AREA-GRUPO.
026300     05  WS-ID-GRUPO             PIC 9(04) VALUE ZERO.
026400     05  WS-NOME-GRUPO           PIC X(30) VALUE SPACE.
026500     05  WS-MOEDA-GRUPO          PIC X(01) VALUE SPACE.
026600     05  WS-GRP-DIFERENCA        PIC 9(6)V99 VALUE ZERO.
026700     05  WS-GRP-LIQUIDO          PIC S9(6)V99 VALUE ZERO.
026800     05  WS-GRP-LANCADO          PIC 9(6)V99 VALUE ZERO.
026900
027000 01  WS-TOTAIS-GERAIS.
027100     05  WS-TOT-DIFERENCA        PIC 9(9)V99 VALUE ZERO.
027200     05  WS-TOT-LANCADO          PIC 9(9)V99 VALUE ZERO.
027300
027400 01  WS-CONTADORES.
027500     05  WS-QTD-RECALCULADOS     PIC 9(05) COMP VALUE ZERO.
027600     05  WS-QTD-LANCADOS         PIC 9(05) COMP VALUE ZERO.
027700     05  WS-QTD-NAO-LANCADOS     PIC 9(05) COMP VALUE ZERO.
027800
027900******************************************************************
028000*    DESCRICAO DO LANCAMENTO NO MOVIMENTO, IMPRESSA NO
028100*    CONTRACHEQUE: "DISSIDIO AAAAMM MES " (OU 13O / FER).
028200******************************************************************
028300 01  WS-DESCRICAO-LANCAMENTO.
028400     05  FILLER                  PIC X(09) VALUE "DISSIDIO ".
028500     05  WS-DL-COMPETENCIA       PIC 9(06).
028600     05  FILLER                  PIC X(01) VALUE SPACE.
028700     05  WS-DL-MODO              PIC X(04).
028800
028900 01  WS-MODO-ROTULO             PIC X(04) VALUE SPACE.
029000
029100 01  WS-CABECALHO-1.
029200     05  FILLER                  PIC X(10) VALUE SPACE.
029300     05  FILLER                  PIC X(47) VALUE
029400         "CONFERENCIA DO DISSIDIO RETROATIVO - ACAO: ".
029500     05  WS-CAB-ACAO             PIC X(12).
029600     05  FILLER                  PIC X(13) VALUE "COMPETENCIA: ".
029700     05  WS-CAB-COMPETENCIA      PIC 9(06).
029800     05  FILLER                  PIC X(44) VALUE SPACE.
029900
030000 01  WS-CABECALHO-2.
030100     05  FILLER                  PIC X(10) VALUE SPACE.
030200     05  FILLER                  PIC X(12) VALUE "PERCENTUAL: ".
030300     05  WS-CAB-PERCENTUAL       PIC Z9,99.
030400     05  FILLER                  PIC X(14) VALUE "%  DATA-BASE: ".
030500     05  WS-CAB-DATA-BASE        PIC 9(06).
030600     05  FILLER                  PIC X(06) VALUE "  ATE ".
030700     05  WS-CAB-COMP-FINAL       PIC 9(06).
030800     05  FILLER                  PIC X(10) VALUE "  CARGOS: ".
030900     05  WS-CAB-QTD-CARGOS       PIC Z9.
031000     05  FILLER                  PIC X(10) VALUE "  CENTROS:".
031100     05  FILLER                  PIC X(01) VALUE SPACE.
031200     05  WS-CAB-QTD-CENTROS      PIC Z9.
031300     05  FILLER                  PIC X(48) VALUE SPACE.
031400
031500 01  WS-CABECALHO-3.
031600     05  FILLER                  PIC X(04) VALUE "ID".
031700     05  FILLER                  PIC X(01) VALUE SPACE.
031800     05  FILLER                  PIC X(06) VALUE "COMPET".
031900     05  FILLER                  PIC X(01) VALUE SPACE.
032000     05  FILLER                  PIC X(04) VALUE "MODO".
032100     05  FILLER                  PIC X(01) VALUE SPACE.
032200     05  FILLER                  PIC X(04) VALUE "CC".
032300     05  FILLER                  PIC X(01) VALUE SPACE.
032400     05  FILLER                  PIC X(02) VALUE "MD".
032500     05  FILLER                  PIC X(01) VALUE SPACE.
032600     05  FILLER                  PIC X(09) VALUE "BRUTO PAG".
032700     05  FILLER                  PIC X(01) VALUE SPACE.
032800     05  FILLER                  PIC X(09) VALUE "BRUTO REA".
032900     05  FILLER                  PIC X(01) VALUE SPACE.
033000     05  FILLER                  PIC X(09) VALUE "DIFERENCA".
033100     05  FILLER                  PIC X(01) VALUE SPACE.
033200     05  FILLER                  PIC X(09) VALUE "DESC PAGO".
033300     05  FILLER                  PIC X(01) VALUE SPACE.
033400     05  FILLER                  PIC X(09) VALUE "DESC RECA".
033500     05  FILLER                  PIC X(01) VALUE SPACE.
033600     05  FILLER                  PIC X(10) VALUE "LIQ ADIC".
033700     05  FILLER                  PIC X(01) VALUE SPACE.
033800     05  FILLER                  PIC X(20) VALUE "OCORRENCIA".
033900     05  FILLER                  PIC X(26) VALUE SPACE.
034000
034100 01  WS-LINHA-DETALHE.
034200     05  WS-DET-ID               PIC Z(3)9.
034300     05  FILLER                  PIC X(01) VALUE SPACE.
034400     05  WS-DET-COMPETENCIA      PIC 9(06).
034500     05  FILLER                  PIC X(01) VALUE SPACE.
034600     05  WS-DET-MODO             PIC X(04).
034700     05  FILLER                  PIC X(01) VALUE SPACE.
034800     05  WS-DET-CENTRO           PIC X(04).
034900     05  FILLER                  PIC X(01) VALUE SPACE.
035000     05  WS-DET-MOEDA            PIC X(02).
035100     05  FILLER                  PIC X(01) VALUE SPACE.
035200     05  WS-DET-BRUTO-PAGO       PIC ZZ.ZZ9,99.
035300     05  FILLER                  PIC X(01) VALUE SPACE.
035400     05  WS-DET-BRUTO-REAJ       PIC ZZ.ZZ9,99.
035500     05  FILLER                  PIC X(01) VALUE SPACE.
035600     05  WS-DET-DIFERENCA        PIC ZZ.ZZ9,99.
035700     05  FILLER                  PIC X(01) VALUE SPACE.
035800     05  WS-DET-DESC-PAGO        PIC ZZ.ZZ9,99.
035900     05  FILLER                  PIC X(01) VALUE SPACE.
036000     05  WS-DET-DESC-RECALC      PIC ZZ.ZZ9,99.
036100     05  FILLER                  PIC X(01) VALUE SPACE.
036200     05  WS-DET-LIQUIDO          PIC -ZZ.ZZ9,99.
036300     05  FILLER                  PIC X(01) VALUE SPACE.
036400     05  WS-DET-OCORRENCIA       PIC X(20).
036500     05  FILLER                  PIC X(26) VALUE SPACE.
036600
036700 01  WS-LINHA-SUBTOTAL.
036800     05  FILLER                  PIC X(06) VALUE "TOTAL ".
036900     05  WS-SUB-ID               PIC Z(3)9.
037000     05  FILLER                  PIC X(01) VALUE SPACE.
037100     05  WS-SUB-NOME             PIC X(30).
037200     05  FILLER                  PIC X(01) VALUE SPACE.
037300     05  WS-SUB-MOEDA            PIC X(02).
037400     05  WS-SUB-DIFERENCA        PIC ZZZ.ZZ9,99.
037500     05  FILLER                  PIC X(20) VALUE SPACE.
037600     05  WS-SUB-LIQUIDO          PIC -ZZZ.ZZ9,99.
037700     05  FILLER                  PIC X(09) VALUE " LANCADO ".
037800     05  WS-SUB-LANCADO          PIC ZZZ.ZZ9,99.
037900     05  FILLER                  PIC X(28) VALUE SPACE.
038000
038100 01  WS-LINHA-TITULO-RESUMO.
038200     05  FILLER                  PIC X(52) VALUE
038300         "RESUMO POR COMPETENCIA (R$, DOLAR PELA TAXA DO DIA)".
038400     05  FILLER                  PIC X(80) VALUE SPACE.
038500
038600 01  WS-LINHA-COMPETENCIA.
038700     05  FILLER                  PIC X(12) VALUE "COMPETENCIA ".
038800     05  WS-RC-COMPETENCIA       PIC 9(06).
038900     05  FILLER                  PIC X(13) VALUE "  REGISTROS: ".
039000     05  WS-RC-QTD               PIC Z(4)9.
039100     05  FILLER                  PIC X(13) VALUE "  DIFERENCA: ".
039200     05  WS-RC-DIFERENCA         PIC ZZZ.ZZZ.ZZ9,99.
039300     05  FILLER                  PIC X(11) VALUE "  LANCADO: ".
039400     05  WS-RC-LANCADO           PIC ZZZ.ZZZ.ZZ9,99.
039500     05  FILLER                  PIC X(44) VALUE SPACE.
039600
039700 01  WS-LINHA-TOTAL.
039800     05  FILLER                  PIC X(36) VALUE
039900         "TOTAL GERAL DO PERIODO (R$)".
040000     05  FILLER                  PIC X(13) VALUE "  DIFERENCA: ".
040100     05  WS-TOT-DIFERENCA-ED     PIC ZZZ.ZZZ.ZZ9,99.
040200     05  FILLER                  PIC X(11) VALUE "  LANCADO: ".
040300     05  WS-TOT-LANCADO-ED       PIC ZZZ.ZZZ.ZZ9,99.
040400     05  FILLER                  PIC X(44) VALUE SPACE.
040500
040600 01  WS-LINHA-VAZIA             PIC X(132) VALUE SPACE.
040700
040800 01  WS-LINHA-RESUMO.
040900     05  FILLER                  PIC X(14) VALUE "RECALCULADOS: ".
041000     05  WS-RES-RECALCULADOS     PIC Z(4)9.
041100     05  FILLER                  PIC X(03) VALUE SPACE.
041200     05  FILLER                  PIC X(10) VALUE "LANCADOS: ".
041300     05  WS-RES-LANCADOS         PIC Z(4)9.
041400     05  FILLER                  PIC X(03) VALUE SPACE.
041500     05  FILLER                  PIC X(14) VALUE "NAO LANCADOS: ".
041600     05  WS-RES-NAO-LANCADOS     PIC Z(4)9.
041700     05  FILLER                  PIC X(73) VALUE SPACE.
041800
041900 PROCEDURE DIVISION.
042000
042100 0000-MAINLINE.
042200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
042300     PERFORM 2000-PROCESSA-HISTORICO
042400         THRU 2000-PROCESSA-HISTORICO-EXIT
042500         UNTIL FIM-HISTORICO.
042600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
042700     STOP RUN.
042800
042900 1000-INICIALIZAR.
043000     CALL "CARGA-PARAMETROS" USING PARAM-AREA.
043100     IF PARAM-ERRO
043200         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: " PARAM-MENSAGEM
043300         MOVE 12 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     PERFORM 1100-DEFINIR-COMPETENCIA
043700         THRU 1100-DEFINIR-COMPETENCIA-EXIT.
043800     PERFORM 1200-DEFINIR-ACAO THRU 1200-DEFINIR-ACAO-EXIT.
043900     PERFORM 1300-CARREGAR-CONTROLE
044000         THRU 1300-CARREGAR-CONTROLE-EXIT.
044100     PERFORM 1400-MONTAR-PERIODO THRU 1400-MONTAR-PERIODO-EXIT.
044200     OPEN INPUT FUNCIONARIOS.
044300     IF NOT MESTRE-OK
044400         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: MESTRE INDEXADO "
044500             "FUNCMEST INDISPONIVEL (STATUS "
044600             WS-STATUS-MESTRE ")"
044700         MOVE 12 TO RETURN-CODE
044800         STOP RUN
044900     END-IF.
045000     OPEN INPUT FOLHA-HISTORICO.
045100     IF NOT HISTORICO-OK
045200         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: HISTORICO "
045300             "FOLHAHIST INDISPONIVEL (STATUS "
045400             WS-STATUS-HISTORICO ")"
045500         MOVE 12 TO RETURN-CODE
045600         STOP RUN
045700     END-IF.
045800     CLOSE FOLHA-HISTORICO.
045900     IF ACAO-LANCAMENTO
046000         PERFORM 1500-VERIFICAR-MOVIMENTO
046100             THRU 1500-VERIFICAR-MOVIMENTO-EXIT
046200         OPEN EXTEND MOVIMENTO
046300         IF NOT MOVIMENTO-OK
046400             OPEN OUTPUT MOVIMENTO
046500         END-IF
046600     END-IF.
046700     PERFORM 1600-ORDENAR-HISTORICO
046800         THRU 1600-ORDENAR-HISTORICO-EXIT.
046900     OPEN INPUT HISTORICO-ORDENADO.
047000     OPEN OUTPUT CONFERENCIA.
047100     MOVE WS-ACAO-TEXTO TO WS-CAB-ACAO.
047200     MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA.
047300     MOVE WS-PERC-DISSIDIO TO WS-CAB-PERCENTUAL.
047400     MOVE WS-DATA-BASE TO WS-CAB-DATA-BASE.
047500     MOVE WS-COMP-FINAL TO WS-CAB-COMP-FINAL.
047600     MOVE WS-QTD-CARGOS TO WS-CAB-QTD-CARGOS.
047700     MOVE WS-QTD-CENTROS TO WS-CAB-QTD-CENTROS.
047800     WRITE CONFERENCIA-LINHA FROM WS-CABECALHO-1.
047900     WRITE CONFERENCIA-LINHA FROM WS-CABECALHO-2.
048000     WRITE CONFERENCIA-LINHA FROM WS-CABECALHO-3.
048100     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
048200 1000-INICIALIZAR-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    DEFINE A COMPETENCIA (AAAAMM) QUE RECEBE OS LANCAMENTOS, COM
048700*    A MESMA CONVENCAO DO RELATORIO: VARIAVEL DE AMBIENTE
048800*    COMPETENCIA OU ANO/MES DA DATA CORRENTE.
048900******************************************************************
049000 1100-DEFINIR-COMPETENCIA.
049100     MOVE SPACE TO WS-COMPETENCIA-TEXTO.
049200     ACCEPT WS-COMPETENCIA-TEXTO FROM ENVIRONMENT "COMPETENCIA".
049300     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
049400     IF WS-COMPETENCIA-TEXTO IS NUMERIC
049500         MOVE WS-COMPETENCIA-TEXTO TO WS-COMPETENCIA
049600     ELSE
049700         MOVE WS-DATA-CORRENTE(1:6) TO WS-COMPETENCIA
049800     END-IF.
049900     MOVE WS-COMPETENCIA(1:4) TO WS-COMP-ANO.
050000     MOVE WS-COMPETENCIA(5:2) TO WS-COMP-MES.
050100 1100-DEFINIR-COMPETENCIA-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*    DEFINE A ACAO PELA VARIAVEL DE AMBIENTE DISSIDIO_ACAO:
050600*    CONFERENCIA (OU AUSENTE) SO EMITE O RELATORIO; LANCAMENTO
050700*    TAMBEM GRAVA AS DIFERENCAS NO MOVIMENTO. VALOR DESCONHECIDO
050800*    ABORTA A EXECUCAO.
050900******************************************************************
051000 1200-DEFINIR-ACAO.
051100     MOVE SPACE TO WS-ACAO-TEXTO.
051200     ACCEPT WS-ACAO-TEXTO FROM ENVIRONMENT "DISSIDIO_ACAO".
051300     EVALUATE WS-ACAO-TEXTO
051400         WHEN SPACE
051500         WHEN "CONFERENCIA"
051600             MOVE "C" TO WS-ACAO
051700             MOVE "CONFERENCIA" TO WS-ACAO-TEXTO
051800         WHEN "LANCAMENTO"
051900             MOVE "L" TO WS-ACAO
052000         WHEN OTHER
052100             DISPLAY "DISSIDIO-RETROATIVO ABORTADO: "
052200                 "DISSIDIO_ACAO DESCONHECIDA: " WS-ACAO-TEXTO
052300             MOVE 12 TO RETURN-CODE
052400             STOP RUN
052500     END-EVALUATE.
052600 1200-DEFINIR-ACAO-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*    LE O ARQUIVO DE CONTROLE E CRITICA O CONJUNTO: PERCENTUAL
053100*    MAIOR QUE ZERO, DATA-BASE COM MES VALIDO, COMPETENCIA FINAL
053200*    (INFORMADA OU A ANTERIOR A DA EXECUCAO) NAO MENOR QUE A
053300*    DATA-BASE E MENOR QUE A COMPETENCIA DA EXECUCAO, AO MENOS UM
053400*    CARGO OU CENTRO, E CENTROS CONHECIDOS NO PARAMETROS (QUANDO
053500*    O PARAMETROS TEM CENTROS). QUALQUER FALHA ABORTA (RC 12).
053600******************************************************************
053700 1300-CARREGAR-CONTROLE.
053800     OPEN INPUT CONTROLE-DISSIDIO.
053900     IF NOT CONTROLE-OK
054000         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: ARQUIVO DE "
054100             "CONTROLE DISSIDIO INDISPONIVEL (STATUS "
054200             WS-STATUS-CONTROLE ")"
054300         MOVE 12 TO RETURN-CODE
054400         STOP RUN
054500     END-IF.
054600     PERFORM 1350-LER-CONTROLE THRU 1350-LER-CONTROLE-EXIT
054700         UNTIL FIM-CONTROLE.
054800     CLOSE CONTROLE-DISSIDIO.
054900     IF WS-TEM-PERCENTUAL NOT = "S"
055000         OR WS-PERC-DISSIDIO = ZERO
055100         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: PERCENTUAL DO "
055200             "REAJUSTE AUSENTE NO CONTROLE"
055300         MOVE 12 TO RETURN-CODE
055400         STOP RUN
055500     END-IF.
055600     IF WS-DATA-BASE = ZERO
055700         OR WS-DATA-BASE(5:2) < "01"
055800         OR WS-DATA-BASE(5:2) > "12"
055900         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: DATA-BASE "
056000             "AUSENTE OU INVALIDA NO CONTROLE"
056100         MOVE 12 TO RETURN-CODE
056200         STOP RUN
056300     END-IF.
056400     IF WS-COMP-FINAL = ZERO
056500         IF WS-COMP-MES = 1
056600             COMPUTE WS-MES-ANO = WS-COMP-ANO - 1
056700             MOVE 12 TO WS-MES-MES
056800         ELSE
056900             MOVE WS-COMP-ANO TO WS-MES-ANO
057000             COMPUTE WS-MES-MES = WS-COMP-MES - 1
057100         END-IF
057200         MOVE WS-MES-ANO TO WS-COMP-FINAL(1:4)
057300         MOVE WS-MES-MES TO WS-COMP-FINAL(5:2)
057400     END-IF.
057500     IF WS-COMP-FINAL < WS-DATA-BASE
057600         OR WS-COMP-FINAL NOT < WS-COMPETENCIA
057700         OR WS-COMP-FINAL(5:2) < "01"
057800         OR WS-COMP-FINAL(5:2) > "12"
057900         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: PERIODO "
058000             WS-DATA-BASE " A " WS-COMP-FINAL
058100             " INVALIDO PARA A COMPETENCIA " WS-COMPETENCIA
058200         MOVE 12 TO RETURN-CODE
058300         STOP RUN
058400     END-IF.
058500     IF WS-QTD-CARGOS = ZERO
058600         AND WS-QTD-CENTROS = ZERO
058700         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: NENHUM CARGO OU "
058800             "CENTRO DE CUSTO ATINGIDO NO CONTROLE"
058900         MOVE 12 TO RETURN-CODE
059000         STOP RUN
059100     END-IF.
059200     IF PARAM-QTD-CENTROS NOT = ZERO
059300         PERFORM 1380-CRITICA-CENTRO THRU 1380-CRITICA-CENTRO-EXIT
059400             VARYING WS-LISTA-SUB FROM 1 BY 1
059500             UNTIL WS-LISTA-SUB > WS-QTD-CENTROS
059600     END-IF.
059700 1300-CARREGAR-CONTROLE-EXIT.
059800     EXIT.
059900
060000 1350-LER-CONTROLE.
060100     READ CONTROLE-DISSIDIO
060200         AT END
060300             MOVE "S" TO WS-FIM-CONTROLE
060400             GO TO 1350-LER-CONTROLE-EXIT
060500     END-READ.
060600     EVALUATE CTL-TIPO
060700         WHEN "P"
060800             IF CTL-PERCENTUAL IS NUMERIC
060900                 MOVE "S" TO WS-TEM-PERCENTUAL
061000                 MOVE CTL-PERCENTUAL TO WS-PERC-TEXTO
061100                 MOVE WS-PERC-NUMERICO TO WS-PERC-DISSIDIO
061200             END-IF
061300         WHEN "B"
061400             IF CTL-COMPETENCIA IS NUMERIC
061500                 MOVE CTL-COMPETENCIA TO WS-COMP-ENTRADA-TEXTO
061600                 MOVE WS-COMP-ENTRADA-NUM TO WS-DATA-BASE
061700             END-IF
061800         WHEN "F"
061900             IF CTL-COMPETENCIA IS NUMERIC
062000                 MOVE CTL-COMPETENCIA TO WS-COMP-ENTRADA-TEXTO
062100                 MOVE WS-COMP-ENTRADA-NUM TO WS-COMP-FINAL
062200             END-IF
062300         WHEN "G"
062400             IF CTL-CARGO NOT = SPACE
062500                 AND WS-QTD-CARGOS < 20
062600                 ADD 1 TO WS-QTD-CARGOS
062700                 MOVE CTL-CARGO
062800                     TO WS-CARGO-ATINGIDO(WS-QTD-CARGOS)
062900             END-IF
063000         WHEN "C"
063100             IF CTL-CENTRO NOT = SPACE
063200                 AND WS-QTD-CENTROS < 20
063300                 ADD 1 TO WS-QTD-CENTROS
063400                 MOVE CTL-CENTRO
063500                     TO WS-CENTRO-ATINGIDO(WS-QTD-CENTROS)
063600             END-IF
063700     END-EVALUATE.
063800 1350-LER-CONTROLE-EXIT.
063900     EXIT.
064000
064100 1380-CRITICA-CENTRO.
064200     PERFORM 1390-PROCURA-CENTRO THRU 1390-PROCURA-CENTRO-EXIT
064300         VARYING WS-MES-SUB FROM 1 BY 1
064400         UNTIL WS-MES-SUB > PARAM-QTD-CENTROS
064500         OR PARAM-CENTRO(WS-MES-SUB) =
064600             WS-CENTRO-ATINGIDO(WS-LISTA-SUB).
064700     IF WS-MES-SUB > PARAM-QTD-CENTROS
064800         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: CENTRO DE CUSTO "
064900             WS-CENTRO-ATINGIDO(WS-LISTA-SUB)
065000             " NAO CADASTRADO NO PARAMETROS"
065100         MOVE 12 TO RETURN-CODE
065200         STOP RUN
065300     END-IF.
065400 1380-CRITICA-CENTRO-EXIT.
065500     EXIT.
065600
065700 1390-PROCURA-CENTRO.
065800     CONTINUE.
065900 1390-PROCURA-CENTRO-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300*    MONTA A TABELA DE TOTAIS COM UMA LINHA POR COMPETENCIA DO
066400*    PERIODO, DA DATA-BASE ATE A COMPETENCIA FINAL.
066500******************************************************************
066600 1400-MONTAR-PERIODO.
066700     MOVE WS-DATA-BASE(1:4) TO WS-BASE-ANO.
066800     MOVE WS-DATA-BASE(5:2) TO WS-BASE-MES.
066900     MOVE WS-BASE-ANO TO WS-MES-ANO.
067000     MOVE WS-BASE-MES TO WS-MES-MES.
067100     MOVE ZERO TO WS-QTD-MESES.
067200     PERFORM 1450-INCLUI-MES THRU 1450-INCLUI-MES-EXIT
067300         UNTIL WS-MES-COMPETENCIA-NUM > WS-COMP-FINAL.
067400 1400-MONTAR-PERIODO-EXIT.
067500     EXIT.
067600
067700 1450-INCLUI-MES.
067800     IF WS-QTD-MESES >= 120
067900         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: PERIODO DO "
068000             "DISSIDIO MAIOR QUE 120 COMPETENCIAS"
068100         MOVE 12 TO RETURN-CODE
068200         STOP RUN
068300     END-IF.
068400     ADD 1 TO WS-QTD-MESES.
068500     MOVE WS-MES-ANO TO WS-TC-COMPETENCIA(WS-QTD-MESES)(1:4).
068600     MOVE WS-MES-MES TO WS-TC-COMPETENCIA(WS-QTD-MESES)(5:2).
068700     MOVE ZERO TO WS-TC-QTD(WS-QTD-MESES).
068800     MOVE ZERO TO WS-TC-DIFERENCA(WS-QTD-MESES).
068900     MOVE ZERO TO WS-TC-LANCADO(WS-QTD-MESES).
069000     IF WS-MES-MES = 12
069100         ADD 1 TO WS-MES-ANO
069200         MOVE 1 TO WS-MES-MES
069300     ELSE
069400         ADD 1 TO WS-MES-MES
069500     END-IF.
069600 1450-INCLUI-MES-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000*    NA ACAO LANCAMENTO, RECUSA A EXECUCAO SE O MOVIMENTO JA TEM
070100*    DIFERENCAS DE DISSIDIO (RUBRICA 900) NA COMPETENCIA: UMA
070200*    SEGUNDA EXECUCAO DUPLICARIA O PAGAMENTO. MOVIMENTO AUSENTE =
070300*    NADA LANCADO AINDA.
070400******************************************************************
070500 1500-VERIFICAR-MOVIMENTO.
070600     OPEN INPUT MOVIMENTO.
070700     IF NOT MOVIMENTO-OK
070800         GO TO 1500-VERIFICAR-MOVIMENTO-EXIT
070900     END-IF.
071000     PERFORM 1550-LER-MOVIMENTO THRU 1550-LER-MOVIMENTO-EXIT
071100         UNTIL FIM-MOVIMENTO.
071200     CLOSE MOVIMENTO.
071300 1500-VERIFICAR-MOVIMENTO-EXIT.
071400     EXIT.
071500
071600 1550-LER-MOVIMENTO.
071700     READ MOVIMENTO
071800         AT END
071900             MOVE "S" TO WS-FIM-MOVIMENTO
072000             GO TO 1550-LER-MOVIMENTO-EXIT
072100     END-READ.
072200     IF MOV-COMPETENCIA = WS-COMPETENCIA
072300         AND MOV-RUBRICA = WS-RUBRICA-DISSIDIO
072400         DISPLAY "DISSIDIO-RETROATIVO ABORTADO: O MOVIMENTO JA "
072500             "TEM DIFERENCAS DE DISSIDIO NA COMPETENCIA "
072600             WS-COMPETENCIA
072700         MOVE 12 TO RETURN-CODE
072800         STOP RUN
072900     END-IF.
073000 1550-LER-MOVIMENTO-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400*    ORDENA O HISTORICO POR FUNC-ID, COMPETENCIA E MODO, PARA A
073500*    CONFERENCIA SAIR AGRUPADA POR FUNCIONARIO.
073600******************************************************************
073700 1600-ORDENAR-HISTORICO.
073800     SORT WORK-ORDENACAO
073900         ON ASCENDING KEY HIST-FUNC-ID OF ORDENACAO-REGISTRO
074000         ON ASCENDING KEY HIST-COMPETENCIA OF ORDENACAO-REGISTRO
074100         ON ASCENDING KEY HIST-MODO OF ORDENACAO-REGISTRO
074200         USING FOLHA-HISTORICO
074300         GIVING HISTORICO-ORDENADO.
074400 1600-ORDENAR-HISTORICO-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800*    TRATA UM REGISTRO DO HISTORICO: SE FOR DO PERIODO, DE MODO
074900*    NORMAL/13O/FERIAS E DE CARGO OU CENTRO ATINGIDO, FECHA O
075000*    FUNCIONARIO ANTERIOR NA QUEBRA DE FUNC-ID, RECALCULA A
075100*    COMPETENCIA, LANCA A DIFERENCA E IMPRIME O DETALHE.
075200******************************************************************
075300 2000-PROCESSA-HISTORICO.
075400     PERFORM 2050-SELECIONA-REGISTRO
075500         THRU 2050-SELECIONA-REGISTRO-EXIT.
075600     IF NOT REGISTRO-SELECIONADO
075700         GO TO 2000-PROCESSA-LER
075800     END-IF.
075900     IF TEM-GRUPO-ABERTO
076000         AND HIST-FUNC-ID OF WS-HIST-ENTRADA NOT = WS-ID-GRUPO
076100         PERFORM 2500-FECHA-FUNCIONARIO
076200             THRU 2500-FECHA-FUNCIONARIO-EXIT
076300     END-IF.
076400     IF NOT TEM-GRUPO-ABERTO
076500         PERFORM 2150-ABRE-FUNCIONARIO
076600             THRU 2150-ABRE-FUNCIONARIO-EXIT
076700     END-IF.
076800     PERFORM 2200-RECALCULA-COMPETENCIA
076900         THRU 2200-RECALCULA-COMPETENCIA-EXIT.
077000     PERFORM 2300-LANCA-DIFERENCA THRU 2300-LANCA-DIFERENCA-EXIT.
077100     PERFORM 2400-IMPRIME-DETALHE THRU 2400-IMPRIME-DETALHE-EXIT.
077200 2000-PROCESSA-LER.
077300     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
077400 2000-PROCESSA-HISTORICO-EXIT.
077500     EXIT.
077600
077700 2050-SELECIONA-REGISTRO.
077800     MOVE "N" TO WS-SELECIONADO.
077900     IF HIST-COMPETENCIA OF WS-HIST-ENTRADA < WS-DATA-BASE
078000         OR HIST-COMPETENCIA OF WS-HIST-ENTRADA > WS-COMP-FINAL
078100         OR HIST-MODO-RESCISAO OF WS-HIST-ENTRADA
078200         GO TO 2050-SELECIONA-REGISTRO-EXIT
078300     END-IF.
078400     PERFORM 2060-CONFERE-CARGO THRU 2060-CONFERE-CARGO-EXIT
078500         VARYING WS-LISTA-SUB FROM 1 BY 1
078600         UNTIL WS-LISTA-SUB > WS-QTD-CARGOS
078700         OR REGISTRO-SELECIONADO.
078800     IF HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA NOT = SPACE
078900         PERFORM 2070-CONFERE-CENTRO THRU 2070-CONFERE-CENTRO-EXIT
079000             VARYING WS-LISTA-SUB FROM 1 BY 1
079100             UNTIL WS-LISTA-SUB > WS-QTD-CENTROS
079200             OR REGISTRO-SELECIONADO
079300     END-IF.
079400 2050-SELECIONA-REGISTRO-EXIT.
079500     EXIT.
079600
079700 2060-CONFERE-CARGO.
079800     IF HIST-CARGO OF WS-HIST-ENTRADA =
079900         WS-CARGO-ATINGIDO(WS-LISTA-SUB)
080000         MOVE "S" TO WS-SELECIONADO
080100     END-IF.
080200 2060-CONFERE-CARGO-EXIT.
080300     EXIT.
080400
080500 2070-CONFERE-CENTRO.
080600     IF HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA =
080700         WS-CENTRO-ATINGIDO(WS-LISTA-SUB)
080800         MOVE "S" TO WS-SELECIONADO
080900     END-IF.
081000 2070-CONFERE-CENTRO-EXIT.
081100     EXIT.
081200
081300 2100-LER-HISTORICO.
081400     READ HISTORICO-ORDENADO INTO WS-HIST-ENTRADA
081500         AT END
081600             MOVE "S" TO WS-FIM-HISTORICO
081700     END-READ.
081800 2100-LER-HISTORICO-EXIT.
081900     EXIT.
082000
082100******************************************************************
082200*    ABRE O GRUPO DO FUNCIONARIO: BUSCA O CADASTRO ATUAL NO
082300*    MESTRE (SITUACAO, MOEDA, ADMISSAO E NOME) E ZERA OS TOTAIS.
082400******************************************************************
082500 2150-ABRE-FUNCIONARIO.
082600     MOVE "S" TO WS-TEM-GRUPO.
082700     MOVE HIST-FUNC-ID OF WS-HIST-ENTRADA TO WS-ID-GRUPO.
082800     MOVE HIST-MOEDA OF WS-HIST-ENTRADA TO WS-MOEDA-GRUPO.
082900     MOVE ZERO TO WS-GRP-DIFERENCA.
083000     MOVE ZERO TO WS-GRP-LIQUIDO.
083100     MOVE ZERO TO WS-GRP-LANCADO.
083200     MOVE WS-ID-GRUPO TO FUNC-ID OF FUNCIONARIOS-REGISTRO.
083300     READ FUNCIONARIOS INTO WS-FUNCIONARIO
083400         INVALID KEY
083500             MOVE "N" TO WS-ENCONTRADO
083600             MOVE "*** FORA DO MESTRE ***" TO WS-NOME-GRUPO
083700         NOT INVALID KEY
083800             MOVE "S" TO WS-ENCONTRADO
083900             MOVE FUNC-NOME OF WS-FUNCIONARIO TO WS-NOME-GRUPO
084000     END-READ.
084100 2150-ABRE-FUNCIONARIO-EXIT.
084200     EXIT.
084300
084400******************************************************************
084500*    RECALCULA A COMPETENCIA PELO CALC-FOLHA. O BRUTO GRAVADO NO
084600*    HISTORICO JA E O BRUTO DO MODO (AVOS DO 13O, FERIAS + 1/3,
084700*    PROVENTOS VARIAVEIS), ENTAO O REAJUSTE INCIDE SOBRE ELE
084800*    INTEIRO E O CALC-FOLHA E CHAMADO EM MODO NORMAL, SEM NOVO
084900*    AJUSTE DE MODO E SEM EVENTOS VARIAVEIS, SO PARA APURAR O
085000*    INSS E O IRRF DO BRUTO REAJUSTADO (TABELAS E TAXA VIGENTES).
085100*    A DIFERENCA LANCADA E A DE BRUTO; O LIQUIDO ADICIONAL E UMA
085200*    ESTIMATIVA PARA CONFERENCIA (DIFERENCA MENOS O AUMENTO DE
085300*    INSS + IRRF), POIS OS DESCONTOS DE VERDADE SAIRAO NA FOLHA
085400*    QUE PAGAR O LANCAMENTO.
085500******************************************************************
085600 2200-RECALCULA-COMPETENCIA.
085700     ADD 1 TO WS-QTD-RECALCULADOS.
085800     COMPUTE WS-BRUTO-REAJUSTADO ROUNDED =
085900         HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
086000         * (1 + WS-PERC-DISSIDIO / 100)
086100         ON SIZE ERROR
086200             DISPLAY "DISSIDIO-RETROATIVO ABORTADO: BRUTO "
086300                 "REAJUSTADO DO FUNCIONARIO " WS-ID-GRUPO
086400                 " EXCEDE O LIMITE DO CAMPO"
086500             MOVE 12 TO RETURN-CODE
086600             STOP RUN
086700     END-COMPUTE.
086800     COMPUTE WS-DIFERENCA = WS-BRUTO-REAJUSTADO
086900         - HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA.
087000     MOVE WS-BRUTO-REAJUSTADO TO FOLHA-SALARIO-BRUTO.
087100     MOVE HIST-MOEDA OF WS-HIST-ENTRADA TO FOLHA-MOEDA.
087200     MOVE PARAM-TAXA-CAMBIO TO FOLHA-TAXA-CAMBIO.
087300     MOVE PARAM-FAIXAS TO FOLHA-FAIXAS-DESCONTO.
087400     MOVE PARAM-FAIXAS-IRRF TO FOLHA-TABELA-IRRF.
087500     MOVE PARAM-DEDUCAO-DEPENDENTE TO FOLHA-DEDUCAO-DEPENDENTE.
087600     MOVE WS-ID-GRUPO TO DEPC-FUNC-ID.
087700     CALL "CONTA-DEPENDENTES" USING DEPC-AREA.
087800     MOVE DEPC-QTD-DEPENDENTES TO FOLHA-QTD-DEPENDENTES.
087900     MOVE "N" TO FOLHA-MODO.
087910     MOVE ZERO TO FOLHA-DIAS-FERIAS.
087920     MOVE ZERO TO FOLHA-DIAS-ABONO.
087930     MOVE ZERO TO FOLHA-DIAS-DOBRO.
087940     MOVE "N" TO FOLHA-PROPORCIONAL.
087950     MOVE ZERO TO FOLHA-DIAS-AFASTADO.
088000     IF FUNCIONARIO-ENCONTRADO
088100         MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
088200             TO FOLHA-DATA-ADMISSAO
088300     ELSE
088400         MOVE ZERO TO FOLHA-DATA-ADMISSAO
088500     END-IF.
088600     MOVE HIST-COMPETENCIA OF WS-HIST-ENTRADA
088700         TO FOLHA-COMPETENCIA.
088800     MOVE ZERO TO FOLHA-DATA-DESLIGAMENTO.
088900     MOVE ZERO TO FOLHA-PROVENTOS-VARIAVEIS.
089000     MOVE ZERO TO FOLHA-DESCONTOS-VARIAVEIS.
089100     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
089200     COMPUTE WS-DESCONTO-PAGO =
089300         HIST-DESCONTO-INSS OF WS-HIST-ENTRADA
089400         + HIST-DESCONTO-IRRF OF WS-HIST-ENTRADA.
089500     COMPUTE WS-DESCONTO-RECALC =
089600         FOLHA-DESCONTO-INSS + FOLHA-DESCONTO-IRRF.
089700     COMPUTE WS-LIQUIDO-ADICIONAL = WS-DIFERENCA
089800         - (WS-DESCONTO-RECALC - WS-DESCONTO-PAGO).
089900     ADD WS-DIFERENCA TO WS-GRP-DIFERENCA.
090000     ADD WS-LIQUIDO-ADICIONAL TO WS-GRP-LIQUIDO.
090100 2200-RECALCULA-COMPETENCIA-EXIT.
090200     EXIT.
090300
090400******************************************************************
090500*    DECIDE SE A DIFERENCA PODE SER LANCADA NA FOLHA DA
090600*    COMPETENCIA: O FUNCIONARIO PRECISA ESTAR NO MESTRE, NAO
090700*    DESLIGADO, COM A MESMA MOEDA DO HISTORICO (O MOVIMENTO E NA
090800*    MOEDA DO FUNCIONARIO). NA ACAO LANCAMENTO GRAVA O PROVENTO
090900*    NO MOVIMENTO; NA CONFERENCIA SO MARCA "A LANCAR".
091000******************************************************************
091100 2300-LANCA-DIFERENCA.
091200     MOVE "N" TO WS-LANCAVEL.
091300     EVALUATE TRUE
091400         WHEN WS-DIFERENCA = ZERO
091500             MOVE "SEM DIFERENCA" TO WS-OCORRENCIA
091600         WHEN NOT FUNCIONARIO-ENCONTRADO
091700             MOVE "FORA DO MESTRE" TO WS-OCORRENCIA
091800         WHEN FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
091900             MOVE "DESLIGADO" TO WS-OCORRENCIA
092000         WHEN FUNC-MOEDA OF WS-FUNCIONARIO NOT =
092100             HIST-MOEDA OF WS-HIST-ENTRADA
092200             MOVE "MOEDA ALTERADA" TO WS-OCORRENCIA
092300         WHEN ACAO-LANCAMENTO
092400             MOVE "S" TO WS-LANCAVEL
092500             MOVE "LANCADO" TO WS-OCORRENCIA
092600         WHEN OTHER
092700             MOVE "S" TO WS-LANCAVEL
092800             MOVE "A LANCAR" TO WS-OCORRENCIA
092900     END-EVALUATE.
093000     PERFORM 2320-DEFINE-MODO THRU 2320-DEFINE-MODO-EXIT.
093100     IF HIST-MOEDA-DOLAR OF WS-HIST-ENTRADA
093200         COMPUTE WS-VALOR-REAIS ROUNDED =
093300             WS-DIFERENCA * PARAM-TAXA-CAMBIO
093400     ELSE
093500         MOVE WS-DIFERENCA TO WS-VALOR-REAIS
093600     END-IF.
093700     MOVE HIST-COMPETENCIA OF WS-HIST-ENTRADA(1:4) TO WS-HIST-ANO.
093800     MOVE HIST-COMPETENCIA OF WS-HIST-ENTRADA(5:2) TO WS-HIST-MES.
093900     COMPUTE WS-MES-SUB = (WS-HIST-ANO - WS-BASE-ANO) * 12
094000         + WS-HIST-MES - WS-BASE-MES + 1.
094100     ADD 1 TO WS-TC-QTD(WS-MES-SUB).
094200     ADD WS-VALOR-REAIS TO WS-TC-DIFERENCA(WS-MES-SUB).
094300     ADD WS-VALOR-REAIS TO WS-TOT-DIFERENCA.
094400     IF NOT DIFERENCA-LANCAVEL
094500         IF WS-DIFERENCA NOT = ZERO
094600             ADD 1 TO WS-QTD-NAO-LANCADOS
094700         END-IF
094800         GO TO 2300-LANCA-DIFERENCA-EXIT
094900     END-IF.
095000     ADD WS-DIFERENCA TO WS-GRP-LANCADO.
095100     ADD WS-VALOR-REAIS TO WS-TC-LANCADO(WS-MES-SUB).
095200     ADD WS-VALOR-REAIS TO WS-TOT-LANCADO.
095300     ADD 1 TO WS-QTD-LANCADOS.
095400     IF NOT ACAO-LANCAMENTO
095500         GO TO 2300-LANCA-DIFERENCA-EXIT
095600     END-IF.
095700     MOVE HIST-COMPETENCIA OF WS-HIST-ENTRADA
095800         TO WS-DL-COMPETENCIA.
095900     MOVE WS-MODO-ROTULO TO WS-DL-MODO.
096000     MOVE SPACE TO MOV-REGISTRO.
096100     MOVE WS-COMPETENCIA TO MOV-COMPETENCIA.
096200     MOVE WS-ID-GRUPO TO MOV-FUNC-ID.
096300     MOVE WS-RUBRICA-DISSIDIO TO MOV-RUBRICA.
096400     MOVE "P" TO MOV-TIPO.
096500     MOVE WS-DESCRICAO-LANCAMENTO TO MOV-DESCRICAO.
096600     MOVE WS-DIFERENCA TO MOV-VALOR.
096700     WRITE MOV-REGISTRO.
096800 2300-LANCA-DIFERENCA-EXIT.
096900     EXIT.
097000
097100 2320-DEFINE-MODO.
097200     EVALUATE TRUE
097300         WHEN HIST-MODO-13O OF WS-HIST-ENTRADA
097400             MOVE "13O" TO WS-MODO-ROTULO
097500         WHEN HIST-MODO-FERIAS OF WS-HIST-ENTRADA
097600             MOVE "FER" TO WS-MODO-ROTULO
097700         WHEN OTHER
097800             MOVE "MES" TO WS-MODO-ROTULO
097900     END-EVALUATE.
098000 2320-DEFINE-MODO-EXIT.
098100     EXIT.
098200
098300 2400-IMPRIME-DETALHE.
098400     MOVE SPACE TO WS-LINHA-DETALHE.
098500     MOVE WS-ID-GRUPO TO WS-DET-ID.
098600     MOVE HIST-COMPETENCIA OF WS-HIST-ENTRADA
098700         TO WS-DET-COMPETENCIA.
098800     MOVE WS-MODO-ROTULO TO WS-DET-MODO.
098900     MOVE HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA TO WS-DET-CENTRO.
099000     MOVE HIST-MOEDA OF WS-HIST-ENTRADA TO WS-DET-MOEDA.
099100     MOVE HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
099200         TO WS-DET-BRUTO-PAGO.
099300     MOVE WS-BRUTO-REAJUSTADO TO WS-DET-BRUTO-REAJ.
099400     MOVE WS-DIFERENCA TO WS-DET-DIFERENCA.
099500     MOVE WS-DESCONTO-PAGO TO WS-DET-DESC-PAGO.
099600     MOVE WS-DESCONTO-RECALC TO WS-DET-DESC-RECALC.
099700     MOVE WS-LIQUIDO-ADICIONAL TO WS-DET-LIQUIDO.
099800     MOVE WS-OCORRENCIA TO WS-DET-OCORRENCIA.
099900     WRITE CONFERENCIA-LINHA FROM WS-LINHA-DETALHE.
100000 2400-IMPRIME-DETALHE-EXIT.
100100     EXIT.
100200
100300 2500-FECHA-FUNCIONARIO.
100400     MOVE WS-ID-GRUPO TO WS-SUB-ID.
100500     MOVE WS-NOME-GRUPO TO WS-SUB-NOME.
100600     MOVE WS-MOEDA-GRUPO TO WS-SUB-MOEDA.
100700     MOVE WS-GRP-DIFERENCA TO WS-SUB-DIFERENCA.
100800     MOVE WS-GRP-LIQUIDO TO WS-SUB-LIQUIDO.
100900     MOVE WS-GRP-LANCADO TO WS-SUB-LANCADO.
101000     WRITE CONFERENCIA-LINHA FROM WS-LINHA-SUBTOTAL.
101100     WRITE CONFERENCIA-LINHA FROM WS-LINHA-VAZIA.
101200     MOVE "N" TO WS-TEM-GRUPO.
101300 2500-FECHA-FUNCIONARIO-EXIT.
101400     EXIT.
101500
101600 2600-IMPRIME-COMPETENCIA.
101700     IF WS-TC-QTD(WS-MES-SUB) = ZERO
101800         GO TO 2600-IMPRIME-COMPETENCIA-EXIT
101900     END-IF.
102000     MOVE WS-TC-COMPETENCIA(WS-MES-SUB) TO WS-RC-COMPETENCIA.
102100     MOVE WS-TC-QTD(WS-MES-SUB) TO WS-RC-QTD.
102200     MOVE WS-TC-DIFERENCA(WS-MES-SUB) TO WS-RC-DIFERENCA.
102300     MOVE WS-TC-LANCADO(WS-MES-SUB) TO WS-RC-LANCADO.
102400     WRITE CONFERENCIA-LINHA FROM WS-LINHA-COMPETENCIA.
102500 2600-IMPRIME-COMPETENCIA-EXIT.
102600     EXIT.
102700
102800******************************************************************
102900*    FECHA O ULTIMO FUNCIONARIO, IMPRIME O RESUMO POR COMPETENCIA
103000*    E O TOTAL DO PERIODO. DIFERENCAS NAO LANCADAS (DESLIGADO,
103100*    FORA DO MESTRE, MOEDA ALTERADA) ENCERRAM COM RC 4.
103200******************************************************************
103300 9000-FINALIZAR.
103400     IF TEM-GRUPO-ABERTO
103500         PERFORM 2500-FECHA-FUNCIONARIO
103600             THRU 2500-FECHA-FUNCIONARIO-EXIT
103700     END-IF.
103800     WRITE CONFERENCIA-LINHA FROM WS-LINHA-TITULO-RESUMO.
103900     PERFORM 2600-IMPRIME-COMPETENCIA
104000         THRU 2600-IMPRIME-COMPETENCIA-EXIT
104100         VARYING WS-MES-SUB FROM 1 BY 1
104200         UNTIL WS-MES-SUB > WS-QTD-MESES.
104300     MOVE WS-TOT-DIFERENCA TO WS-TOT-DIFERENCA-ED.
104400     MOVE WS-TOT-LANCADO TO WS-TOT-LANCADO-ED.
104500     WRITE CONFERENCIA-LINHA FROM WS-LINHA-TOTAL.
104600     CLOSE HISTORICO-ORDENADO.
104700     CLOSE FUNCIONARIOS.
104800     CLOSE CONFERENCIA.
104900     IF ACAO-LANCAMENTO
105000         CLOSE MOVIMENTO
105100     END-IF.
105200     MOVE WS-QTD-RECALCULADOS TO WS-RES-RECALCULADOS.
105300     MOVE WS-QTD-LANCADOS TO WS-RES-LANCADOS.
105400     MOVE WS-QTD-NAO-LANCADOS TO WS-RES-NAO-LANCADOS.
105500     DISPLAY WS-LINHA-RESUMO.
105600     IF WS-QTD-NAO-LANCADOS NOT = ZERO
105700         MOVE 4 TO RETURN-CODE
105800     END-IF.
105900 9000-FINALIZAR-EXIT.
106000     EXIT.
