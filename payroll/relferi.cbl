000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RELATORIO-FERIAS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: RELATORIO-FERIAS
000900*    DESCRICAO.....: LISTA, PARA CADA FUNCIONARIO NAO DESLIGADO DO
001000*                    MESTRE FUNCMEST, OS PERIODOS AQUISITIVOS DE
001100*                    FERIAS COM PENDENCIA NA COMPETENCIA DE
001200*                    REFERENCIA (VARIAVEL DE AMBIENTE COMPETENCIA
001300*                    OU ANO/MES CORRENTE): VENCIDOS (PRAZO
001400*                    CONCESSIVO ESGOTADO SEM OS 30 DIAS
001500*                    PROGRAMADOS), A VENCER (PERIODO COMPLETO
001600*                    AINDA NO PRAZO, SEM OS 30 DIAS PROGRAMADOS) E
001700*                    PROGRAMADOS FORA DO PRAZO (PAGOS EM DOBRO).
001800*                    OS PERIODOS VEM DO SUBPROGRAMA
001900*                    PROGRAMACAO-FERIAS (ARQUIVO PROGFER).
002000*                    PROGRAMACAO INCONSISTENTE SAI EM LINHA
002100*                    PROPRIA COM O MOTIVO. HAVENDO VENCIDO, DOBRO
002200*                    OU INCONSISTENCIA, ENCERRA COM RC 4.
002300*------------------------------------------------------------
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FUNCIONARIOS ASSIGN TO "FUNCMEST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS FUNC-ID OF FUNCIONARIOS-REGISTRO
004000         ALTERNATE RECORD KEY IS FUNC-NOME
004100             OF FUNCIONARIOS-REGISTRO WITH DUPLICATES
004200         FILE STATUS IS WS-STATUS-MESTRE.
004300
004400     SELECT RELATORIO-FERIAS ASSIGN TO "FERIASREL"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FUNCIONARIOS
005000     LABEL RECORDS ARE STANDARD.
005100     COPY FUNCREC
005200         REPLACING ==FUNC-REGISTRO== BY ==FUNCIONARIOS-REGISTRO==.
005300
005400 FD  RELATORIO-FERIAS
005500     LABEL RECORDS ARE STANDARD.
005600 01  FERIASREL-LINHA                 PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900
006000     COPY FUNCREC
006100         REPLACING ==FUNC-REGISTRO== BY ==WS-FUNCIONARIO==.
006200
006300     COPY FERIREC.
006400
006500 01  WS-SWITCHES.
006600     05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
006700         88  FIM-ARQUIVO             VALUE "S".
006800
006900 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
007000     88  MESTRE-OK                  VALUE "00".
007100
007200 01  WS-AREA-COMPETENCIA.
007300     05  WS-COMPETENCIA          PIC 9(06) VALUE ZERO.
007400     05  WS-COMPETENCIA-TEXTO    PIC X(06) VALUE SPACE.
007500     05  WS-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
007600
007700 01  WS-CONTADORES.
007800     05  WS-QTD-LIDOS            PIC 9(05) COMP VALUE ZERO.
007900     05  WS-QTD-VENCIDOS         PIC 9(05) COMP VALUE ZERO.
008000     05  WS-QTD-A-VENCER         PIC 9(05) COMP VALUE ZERO.
008100     05  WS-QTD-DOBRO            PIC 9(05) COMP VALUE ZERO.
008200     05  WS-QTD-INCONSISTENTES   PIC 9(05) COMP VALUE ZERO.
008300
008400 77  WS-PER-SUB                 PIC 9(02) COMP VALUE ZERO.
008500
008600 01  WS-CABECALHO-1.
008700     05  FILLER                  PIC X(10) VALUE SPACE.
008800     05  FILLER                  PIC X(43) VALUE
008900         "PERIODOS DE FERIAS PENDENTES - COMPETENCIA ".
009000     05  WS-CAB-COMPETENCIA      PIC 9(06).
009100     05  FILLER                  PIC X(73) VALUE SPACE.
009200
009300 01  WS-CABECALHO-2.
009400     05  FILLER                  PIC X(04) VALUE "ID".
009500     05  FILLER                  PIC X(01) VALUE SPACE.
009600     05  FILLER                  PIC X(30) VALUE "NOME".
009700     05  FILLER                  PIC X(01) VALUE SPACE.
009800     05  FILLER                  PIC X(06) VALUE "CENTRO".
009900     05  FILLER                  PIC X(10) VALUE "ADMISSAO".
010000     05  FILLER                  PIC X(21) VALUE
010100         "PERIODO AQUISITIVO".
010200     05  FILLER                  PIC X(10) VALUE "LIMITE".
010300     05  FILLER                  PIC X(05) VALUE "PRG".
010400     05  FILLER                  PIC X(05) VALUE "SLD".
010500     05  FILLER                  PIC X(30) VALUE "SITUACAO".
010600     05  FILLER                  PIC X(09) VALUE SPACE.
010700
010800 01  WS-LINHA-DETALHE.
010900     05  WS-DET-ID               PIC Z(3)9.
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  WS-DET-NOME             PIC X(30).
011200     05  FILLER                  PIC X(01) VALUE SPACE.
011300     05  WS-DET-CENTRO           PIC X(04).
011400     05  FILLER                  PIC X(02) VALUE SPACE.
011500     05  WS-DET-ADMISSAO         PIC 9(08).
011600     05  FILLER                  PIC X(02) VALUE SPACE.
011700     05  WS-DET-PER-INICIO       PIC 9(08).
011800     05  FILLER                  PIC X(03) VALUE " A ".
011900     05  WS-DET-PER-FIM          PIC 9(08).
012000     05  FILLER                  PIC X(02) VALUE SPACE.
012100     05  WS-DET-LIMITE           PIC 9(08).
012200     05  FILLER                  PIC X(02) VALUE SPACE.
012300     05  WS-DET-PROGRAMADOS      PIC ZZ9.
012400     05  FILLER                  PIC X(02) VALUE SPACE.
012500     05  WS-DET-SALDO            PIC ZZ9.
012600     05  FILLER                  PIC X(02) VALUE SPACE.
012700     05  WS-DET-SITUACAO         PIC X(30).
012800     05  FILLER                  PIC X(09) VALUE SPACE.
012900
013000 01  WS-LINHA-INCONSISTENCIA.
013100     05  WS-INC-ID               PIC Z(3)9.
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  WS-INC-NOME             PIC X(30).
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  FILLER                  PIC X(27) VALUE
013600         "PROGRAMACAO INCONSISTENTE: ".
013700     05  WS-INC-MENSAGEM         PIC X(60).
013800     05  FILLER                  PIC X(09) VALUE SPACE.
013900
014000 01  WS-LINHA-RESUMO.
014100     05  FILLER                  PIC X(16) VALUE
014200         "VENCIDOS".
014300     05  FILLER                  PIC X(02) VALUE ": ".
014400     05  WS-RES-VENCIDOS         PIC Z(4)9.
014500     05  FILLER                  PIC X(03) VALUE SPACE.
014600     05  FILLER                  PIC X(16) VALUE
014700         "A VENCER".
014800     05  FILLER                  PIC X(02) VALUE ": ".
014900     05  WS-RES-A-VENCER         PIC Z(4)9.
015000     05  FILLER                  PIC X(03) VALUE SPACE.
015100     05  FILLER                  PIC X(16) VALUE
015200         "EM DOBRO".
015300     05  FILLER                  PIC X(02) VALUE ": ".
015400     05  WS-RES-DOBRO            PIC Z(4)9.
015500     05  FILLER                  PIC X(03) VALUE SPACE.
015600     05  FILLER                  PIC X(16) VALUE
015700         "INCONSISTENTES".
015800     05  FILLER                  PIC X(02) VALUE ": ".
015900     05  WS-RES-INCONSISTENTES   PIC Z(4)9.
016000     05  FILLER                  PIC X(31) VALUE SPACE.
016100
016200 PROCEDURE DIVISION.
016300
016400 0000-MAINLINE.
016500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
016600     PERFORM 2000-PROCESSA-FUNCIONARIO
016700         THRU 2000-PROCESSA-FUNCIONARIO-EXIT
016800         UNTIL FIM-ARQUIVO.
016900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
017000     STOP RUN.
017100
017200 1000-INICIALIZAR.
017300     OPEN INPUT FUNCIONARIOS.
017400     IF NOT MESTRE-OK
017500         DISPLAY "RELATORIO-FERIAS ABORTADO: MESTRE INDEXADO "
017600             "FUNCMEST INDISPONIVEL (STATUS "
017700             WS-STATUS-MESTRE ")"
017800         MOVE 12 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     PERFORM 1100-DEFINIR-COMPETENCIA
018200         THRU 1100-DEFINIR-COMPETENCIA-EXIT.
018300     OPEN OUTPUT RELATORIO-FERIAS.
018400     MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA.
018500     WRITE FERIASREL-LINHA FROM WS-CABECALHO-1.
018600     WRITE FERIASREL-LINHA FROM WS-CABECALHO-2.
018700     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
018800 1000-INICIALIZAR-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200*    DEFINE A COMPETENCIA DE REFERENCIA (AAAAMM) COM A MESMA
019300*    CONVENCAO DA FOLHA: VARIAVEL DE AMBIENTE COMPETENCIA OU, NA
019400*    SUA AUSENCIA, ANO/MES DA DATA CORRENTE.
019500******************************************************************
019600 1100-DEFINIR-COMPETENCIA.
019700     MOVE SPACE TO WS-COMPETENCIA-TEXTO.
019800     ACCEPT WS-COMPETENCIA-TEXTO FROM ENVIRONMENT "COMPETENCIA".
019900     IF WS-COMPETENCIA-TEXTO IS NUMERIC
020000         MOVE WS-COMPETENCIA-TEXTO TO WS-COMPETENCIA
020100     ELSE
020200         ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD
020300         MOVE WS-DATA-CORRENTE(1:6) TO WS-COMPETENCIA
020400     END-IF.
020500 1100-DEFINIR-COMPETENCIA-EXIT.
020600     EXIT.
020700
020800******************************************************************
020900*    DESLIGADO NAO TEM FERIAS A PROGRAMAR (AS PROPORCIONAIS SAEM
021000*    NA RESCISAO) E ADMISSAO AUSENTE E CRITICADA PELA FOLHA; OS
021100*    DOIS FICAM FORA DO RELATORIO.
021200******************************************************************
021300 2000-PROCESSA-FUNCIONARIO.
021400     IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
021500         OR FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO IS NOT NUMERIC
021600         OR FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO = ZERO
021700         GO TO 2000-PROCESSA-FUNCIONARIO-PROXIMO
021800     END-IF.
021900     MOVE "P" TO FERI-FUNCAO.
022000     MOVE FUNC-ID OF WS-FUNCIONARIO TO FERI-FUNC-ID.
022100     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
022200         TO FERI-DATA-ADMISSAO.
022300     MOVE WS-COMPETENCIA TO FERI-COMPETENCIA.
022400     CALL "PROGRAMACAO-FERIAS" USING FERI-AREA.
022500     IF FERI-FALHA
022600         PERFORM 2300-IMPRIME-INCONSISTENCIA
022700             THRU 2300-IMPRIME-INCONSISTENCIA-EXIT
022800         GO TO 2000-PROCESSA-FUNCIONARIO-PROXIMO
022900     END-IF.
023000     PERFORM 2200-IMPRIME-PERIODO THRU 2200-IMPRIME-PERIODO-EXIT
023100         VARYING WS-PER-SUB FROM 1 BY 1
023200         UNTIL WS-PER-SUB > FERI-QTD-PERIODOS.
023300 2000-PROCESSA-FUNCIONARIO-PROXIMO.
023400     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
023500 2000-PROCESSA-FUNCIONARIO-EXIT.
023600     EXIT.
023700
023800 2100-LER-FUNCIONARIO.
023900     READ FUNCIONARIOS INTO WS-FUNCIONARIO
024000         AT END
024100             MOVE "S" TO WS-FIM-ARQUIVO
024200             GO TO 2100-LER-FUNCIONARIO-EXIT
024300     END-READ.
024400     ADD 1 TO WS-QTD-LIDOS.
024500 2100-LER-FUNCIONARIO-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900*    UMA LINHA POR PERIODO PENDENTE DEVOLVIDO PELO SUBPROGRAMA:
025000*    DIAS JA PROGRAMADOS (GOZO + ABONO), SALDO A PROGRAMAR E A
025100*    SITUACAO DO PERIODO.
025200******************************************************************
025300 2200-IMPRIME-PERIODO.
025400     MOVE FUNC-ID OF WS-FUNCIONARIO TO WS-DET-ID.
025500     MOVE FUNC-NOME OF WS-FUNCIONARIO TO WS-DET-NOME.
025600     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO TO WS-DET-CENTRO.
025700     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO TO WS-DET-ADMISSAO.
025800     MOVE FERI-PER-INICIO(WS-PER-SUB) TO WS-DET-PER-INICIO.
025900     MOVE FERI-PER-FIM(WS-PER-SUB) TO WS-DET-PER-FIM.
026000     MOVE FERI-PER-LIMITE(WS-PER-SUB) TO WS-DET-LIMITE.
026100     MOVE FERI-PER-DIAS-PROG(WS-PER-SUB) TO WS-DET-PROGRAMADOS.
026200     IF FERI-PER-DIAS-PROG(WS-PER-SUB) < 30
026300         COMPUTE WS-DET-SALDO =
026400             30 - FERI-PER-DIAS-PROG(WS-PER-SUB)
026500     ELSE
026600         MOVE ZERO TO WS-DET-SALDO
026700     END-IF.
026800     EVALUATE TRUE
026900         WHEN FERI-PER-VENCIDO(WS-PER-SUB)
027000             MOVE "VENCIDO - PRAZO ESGOTADO" TO WS-DET-SITUACAO
027100             ADD 1 TO WS-QTD-VENCIDOS
027200         WHEN FERI-PER-A-VENCER(WS-PER-SUB)
027300             MOVE "A VENCER" TO WS-DET-SITUACAO
027400             ADD 1 TO WS-QTD-A-VENCER
027500         WHEN OTHER
027600             MOVE "GOZO FORA DO PRAZO - EM DOBRO"
027700                 TO WS-DET-SITUACAO
027800             ADD 1 TO WS-QTD-DOBRO
027900     END-EVALUATE.
028000     WRITE FERIASREL-LINHA FROM WS-LINHA-DETALHE.
028100 2200-IMPRIME-PERIODO-EXIT.
028200     EXIT.
028300
028400 2300-IMPRIME-INCONSISTENCIA.
028500     MOVE FUNC-ID OF WS-FUNCIONARIO TO WS-INC-ID.
028600     MOVE FUNC-NOME OF WS-FUNCIONARIO TO WS-INC-NOME.
028700     MOVE FERI-MENSAGEM TO WS-INC-MENSAGEM.
028800     WRITE FERIASREL-LINHA FROM WS-LINHA-INCONSISTENCIA.
028900     ADD 1 TO WS-QTD-INCONSISTENTES.
029000 2300-IMPRIME-INCONSISTENCIA-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    RESUMO POR SITUACAO E RC 4 QUANDO HA PERIODO VENCIDO, GOZO
029500*    PAGO EM DOBRO OU PROGRAMACAO A CORRIGIR.
029600******************************************************************
029700 9000-FINALIZAR.
029800     MOVE WS-QTD-VENCIDOS TO WS-RES-VENCIDOS.
029900     MOVE WS-QTD-A-VENCER TO WS-RES-A-VENCER.
030000     MOVE WS-QTD-DOBRO TO WS-RES-DOBRO.
030100     MOVE WS-QTD-INCONSISTENTES TO WS-RES-INCONSISTENTES.
030200     WRITE FERIASREL-LINHA FROM WS-LINHA-RESUMO.
030300     CLOSE FUNCIONARIOS.
030400     CLOSE RELATORIO-FERIAS.
030500     DISPLAY WS-LINHA-RESUMO.
030600     IF WS-QTD-VENCIDOS NOT = ZERO
030700         OR WS-QTD-DOBRO NOT = ZERO
030800         OR WS-QTD-INCONSISTENTES NOT = ZERO
030900         MOVE 4 TO RETURN-CODE
031000     END-IF.
031100 9000-FINALIZAR-EXIT.
031200     EXIT.
