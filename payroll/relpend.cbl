000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RELATORIO-PENDENCIAS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: RELATORIO-PENDENCIAS
000900*    DESCRICAO.....: LISTA AS PENDENCIAS DE MANUTENCAO DO MESTRE
001000*                    (ARQUIVO PENDENCIAS) PARADAS HA MAIS DE N
001100*                    DIAS CORRIDOS NA DATA DA EXECUCAO: AS
001200*                    PENDENTES, CONTADAS DA DIGITACAO, A ESPERA DO
001300*                    SEGUNDO OPERADOR, E AS APROVADAS, CONTADAS DA
001400*                    APROVACAO, AGUARDANDO O MANUTFUN APLICAR. N
001500*                    VEM DA VARIAVEL DE AMBIENTE DIAS_PENDENCIA
001600*                    (PADRAO 5). RECUSADAS, APLICADAS E
001700*                    DESCARTADAS NAO ENTRAM. RELATORIO PENDREL EM
001800*                    ORDEM DE NUMERO (ORDEM DE DIGITACAO).
001900*                    CODIGO DE RETORNO: 0 = NENHUMA PARADA; 4 = HA
002000*                    PENDENCIA PARADA.
002100*------------------------------------------------------------
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     DECIMAL-POINT IS COMMA.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PENDENCIAS ASSIGN TO "PENDENCIAS"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-STATUS-PENDENCIAS.
003700
003800     SELECT RELATORIO-PENDENCIAS ASSIGN TO "PENDREL"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PENDENCIAS
004400     LABEL RECORDS ARE STANDARD
004500     RECORDING MODE IS F.
004600     COPY PENDREC.
004700
004800 FD  RELATORIO-PENDENCIAS
004900     LABEL RECORDS ARE STANDARD.
005000 01  PENDREL-LINHA                   PIC X(132).
005100
005200 WORKING-STORAGE SECTION.
005300
005400     COPY TRANSREC
005500         REPLACING ==TRANS-REGISTRO== BY ==WS-TRANSACAO==.
005600
005700 01  WS-SWITCHES.
005800     05  WS-FIM-PENDENCIA        PIC X(01) VALUE "N".
005900         88  FIM-PENDENCIA           VALUE "S".
006000     05  WS-TEM-PENDENCIAS       PIC X(01) VALUE "N".
006100         88  TEM-PENDENCIAS          VALUE "S".
006200
006300 01  WS-STATUS-PENDENCIAS       PIC X(02) VALUE SPACE.
006400     88  PENDENCIAS-OK              VALUE "00".
006500
006600 01  WS-DATA-CORRENTE           PIC 9(08) VALUE ZERO.
006700
006800 01  WS-LIMITE.
006900     05  WS-LIM-TEXTO            PIC X(03) VALUE SPACE.
007000     05  WS-LIM-NUMERO REDEFINES WS-LIM-TEXTO
007100                                 PIC 9(03).
007200     05  WS-LIM-DIAS             PIC 9(03) VALUE 5.
007300
007400 01  WS-CONTADORES.
007500     05  WS-QTD-EM-ABERTO        PIC 9(05) COMP VALUE ZERO.
007600     05  WS-QTD-PARADAS          PIC 9(05) COMP VALUE ZERO.
007700
007800 01  WS-AREA-IDADE.
007900     05  WS-DIAS-HOJE            PIC 9(08) COMP VALUE ZERO.
008000     05  WS-DATA-REFERENCIA      PIC 9(08) VALUE ZERO.
008100     05  WS-IDADE                PIC S9(08) COMP VALUE ZERO.
008200
008300******************************************************************
008400*    CONVERSAO DE UMA DATA (AAAAMMDD) EM CONTAGEM CORRIDA DE
008500*    DIAS, PARA A IDADE DA PENDENCIA SEM ARITMETICA DE CALENDARIO
008600*    ESPALHADA: ANO * 365 + DIAS BISSEXTOS ATE O ANO ANTERIOR +
008700*    DIAS ACUMULADOS DOS MESES (MAIS UM SE O PROPRIO ANO FOR
008800*    BISSEXTO E O MES PASSAR DE FEVEREIRO) + DIA. MESMA REGRA DO
008900*    EXPURGA-CUMULATIVOS.
009000******************************************************************
009100 01  WS-AREA-CONVERSAO.
009200     05  WS-CNV-DATA             PIC 9(08) VALUE ZERO.
009300     05  WS-CNV-ANO              PIC 9(04) VALUE ZERO.
009400     05  WS-CNV-MES              PIC 9(02) VALUE ZERO.
009500     05  WS-CNV-DIA              PIC 9(02) VALUE ZERO.
009600     05  WS-CNV-ANO-ANTERIOR     PIC 9(04) COMP VALUE ZERO.
009700     05  WS-CNV-Q4               PIC 9(04) COMP VALUE ZERO.
009800     05  WS-CNV-Q100             PIC 9(04) COMP VALUE ZERO.
009900     05  WS-CNV-Q400             PIC 9(04) COMP VALUE ZERO.
010000     05  WS-CNV-QUOCIENTE        PIC 9(04) COMP VALUE ZERO.
010100     05  WS-CNV-R4               PIC 9(04) COMP VALUE ZERO.
010200     05  WS-CNV-R100             PIC 9(04) COMP VALUE ZERO.
010300     05  WS-CNV-R400             PIC 9(04) COMP VALUE ZERO.
010400     05  WS-CNV-DIAS             PIC 9(08) COMP VALUE ZERO.
010500
010600 01  WS-TABELA-MESES-VALORES.
010700     05  FILLER                  PIC X(18) VALUE
010800         "000031059090120151".
010900     05  FILLER                  PIC X(18) VALUE
011000         "181212243273304334".
011100 01  WS-TABELA-MESES REDEFINES WS-TABELA-MESES-VALORES.
011200     05  WS-DIAS-ACUM-MES        PIC 9(03) OCCURS 12 TIMES.
011300
011400 01  WS-CABECALHO-1.
011500     05  FILLER                  PIC X(10) VALUE SPACE.
011600     05  FILLER                  PIC X(44) VALUE
011700         "PENDENCIAS DE MANUTENCAO PARADAS HA MAIS DE".
011800     05  WS-CAB-LIMITE           PIC ZZ9.
011900     05  FILLER                  PIC X(07) VALUE " DIAS".
012000     05  FILLER                  PIC X(06) VALUE "DATA: ".
012100     05  WS-CAB-DATA             PIC 9(08).
012200     05  FILLER                  PIC X(54) VALUE SPACE.
012300
012400 01  WS-CABECALHO-2.
012500     05  FILLER                  PIC X(06) VALUE "NUMERO".
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  FILLER                  PIC X(04) VALUE "ID".
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  FILLER                  PIC X(08) VALUE "DIGITOU".
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  FILLER                  PIC X(08) VALUE "DATA".
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  FILLER                  PIC X(08) VALUE "APROVOU".
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  FILLER                  PIC X(08) VALUE "DATA".
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  FILLER                  PIC X(05) VALUE " DIAS".
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  FILLER                  PIC X(17) VALUE "SITUACAO".
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  FILLER                  PIC X(10) VALUE "APROVACAO".
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  FILLER                  PIC X(09) VALUE " SAL NOVO".
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  FILLER                  PIC X(30) VALUE "CARGO NOVO".
014600     05  FILLER                  PIC X(09) VALUE SPACE.
014700
014800 01  WS-LINHA-DETALHE.
014900     05  WS-DET-NUMERO           PIC 9(06).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  WS-DET-ID               PIC Z(3)9.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  WS-DET-DIGITADOR        PIC X(08).
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  WS-DET-DATA-DIGITACAO   PIC 9(08).
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  WS-DET-APROVADOR        PIC X(08).
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  WS-DET-DATA-DECISAO     PIC X(08).
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  WS-DET-DIAS             PIC Z(4)9.
016200     05  FILLER                  PIC X(01) VALUE SPACE.
016300     05  WS-DET-SITUACAO         PIC X(17).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  WS-DET-APROVACAO        PIC X(10).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  WS-DET-SAL-NOVO         PIC ZZ.ZZ9,99.
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  WS-DET-CARGO-NOVO       PIC X(30).
017000     05  FILLER                  PIC X(09) VALUE SPACE.
017100
017200 01  WS-LINHA-NENHUMA.
017300     05  FILLER                  PIC X(26) VALUE
017400         "NENHUMA PENDENCIA PARADA".
017500     05  FILLER                  PIC X(106) VALUE SPACE.
017600
017700 01  WS-LINHA-SEM-ARQUIVO.
017800     05  FILLER                  PIC X(46) VALUE
017900         "ARQUIVO DE PENDENCIAS (PENDENCIAS) INEXISTENTE".
018000     05  FILLER                  PIC X(86) VALUE SPACE.
018100
018200 01  WS-LINHA-BRANCO             PIC X(132) VALUE SPACE.
018300
018400 01  WS-LINHA-RESUMO.
018500     05  FILLER                  PIC X(22) VALUE
018600         "PENDENCIAS EM ABERTO: ".
018700     05  WS-RES-EM-ABERTO        PIC Z(4)9.
018800     05  FILLER                  PIC X(12) VALUE "  PARADAS: ".
018900     05  WS-RES-PARADAS          PIC Z(4)9.
019000     05  FILLER                  PIC X(88) VALUE SPACE.
019100
019200 PROCEDURE DIVISION.
019300
019400 0000-MAINLINE.
019500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
019600     PERFORM 2000-PROCESSA-PENDENCIA
019700         THRU 2000-PROCESSA-PENDENCIA-EXIT
019800         UNTIL FIM-PENDENCIA.
019900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
020000     STOP RUN.
020100
020200******************************************************************
020300*    LIMITE EM DIAS DA VARIAVEL DIAS_PENDENCIA, DE UM A TRES
020400*    DIGITOS (AUSENTE OU INVALIDA, VALE O PADRAO) E DATA DA
020500*    EXECUCAO EM DIAS CORRIDOS.
020600*    SEM ARQUIVO DE PENDENCIAS NAO HA O QUE LISTAR.
020700******************************************************************
020800 1000-INICIALIZAR.
020900     ACCEPT WS-LIM-TEXTO FROM ENVIRONMENT "DIAS_PENDENCIA".
021000     IF WS-LIM-TEXTO IS NUMERIC
021100         MOVE WS-LIM-NUMERO TO WS-LIM-DIAS
021200     ELSE
021300         IF WS-LIM-TEXTO(1:2) IS NUMERIC
021400             AND WS-LIM-TEXTO(3:1) = SPACE
021500             MOVE WS-LIM-TEXTO(1:2) TO WS-LIM-DIAS
021600         ELSE
021700             IF WS-LIM-TEXTO(1:1) IS NUMERIC
021800                 AND WS-LIM-TEXTO(2:2) = SPACE
021900                 MOVE WS-LIM-TEXTO(1:1) TO WS-LIM-DIAS
022000             END-IF
022100         END-IF
022200     END-IF.
022300     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
022400     MOVE WS-DATA-CORRENTE TO WS-CNV-DATA.
022500     PERFORM 8000-CONVERTE-DATA-EM-DIAS
022600         THRU 8000-CONVERTE-DATA-EM-DIAS-EXIT.
022700     MOVE WS-CNV-DIAS TO WS-DIAS-HOJE.
022800     OPEN OUTPUT RELATORIO-PENDENCIAS.
022900     MOVE WS-LIM-DIAS TO WS-CAB-LIMITE.
023000     MOVE WS-DATA-CORRENTE TO WS-CAB-DATA.
023100     WRITE PENDREL-LINHA FROM WS-CABECALHO-1.
023200     WRITE PENDREL-LINHA FROM WS-LINHA-BRANCO.
023300     OPEN INPUT PENDENCIAS.
023400     IF NOT PENDENCIAS-OK
023500         WRITE PENDREL-LINHA FROM WS-LINHA-SEM-ARQUIVO
023600         MOVE "S" TO WS-FIM-PENDENCIA
023700         GO TO 1000-INICIALIZAR-EXIT
023800     END-IF.
023900     MOVE "S" TO WS-TEM-PENDENCIAS.
024000     WRITE PENDREL-LINHA FROM WS-CABECALHO-2.
024100     PERFORM 2100-LER-PENDENCIA THRU 2100-LER-PENDENCIA-EXIT.
024200 1000-INICIALIZAR-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    PENDENTE CONTA DA DIGITACAO; APROVADA, DA APROVACAO. PARADA
024700*    E A QUE PASSA DO LIMITE.
024800******************************************************************
024900 2000-PROCESSA-PENDENCIA.
025000     IF NOT PEND-PENDENTE AND NOT PEND-APROVADA
025100         GO TO 2000-PROXIMA-PENDENCIA
025200     END-IF.
025300     ADD 1 TO WS-QTD-EM-ABERTO.
025400     IF PEND-PENDENTE
025500         MOVE PEND-DATA-DIGITACAO TO WS-DATA-REFERENCIA
025600     ELSE
025700         MOVE PEND-DATA-DECISAO TO WS-DATA-REFERENCIA
025800     END-IF.
025900     MOVE WS-DATA-REFERENCIA TO WS-CNV-DATA.
026000     PERFORM 8000-CONVERTE-DATA-EM-DIAS
026100         THRU 8000-CONVERTE-DATA-EM-DIAS-EXIT.
026200     COMPUTE WS-IDADE = WS-DIAS-HOJE - WS-CNV-DIAS.
026300     IF WS-IDADE > WS-LIM-DIAS
026400         PERFORM 2200-IMPRIME-PARADA THRU 2200-IMPRIME-PARADA-EXIT
026500     END-IF.
026600 2000-PROXIMA-PENDENCIA.
026700     PERFORM 2100-LER-PENDENCIA THRU 2100-LER-PENDENCIA-EXIT.
026800 2000-PROCESSA-PENDENCIA-EXIT.
026900     EXIT.
027000
027100 2100-LER-PENDENCIA.
027200     READ PENDENCIAS
027300         AT END
027400             MOVE "S" TO WS-FIM-PENDENCIA
027500     END-READ.
027600 2100-LER-PENDENCIA-EXIT.
027700     EXIT.
027800
027900 2200-IMPRIME-PARADA.
028000     MOVE PEND-TRANSACAO TO WS-TRANSACAO.
028100     MOVE SPACE TO WS-LINHA-DETALHE.
028200     MOVE PEND-NUMERO TO WS-DET-NUMERO.
028300     MOVE TRANS-FUNC-ID TO WS-DET-ID.
028400     MOVE PEND-DIGITADOR TO WS-DET-DIGITADOR.
028500     MOVE PEND-DATA-DIGITACAO TO WS-DET-DATA-DIGITACAO.
028600     MOVE WS-IDADE TO WS-DET-DIAS.
028700     IF PEND-PENDENTE
028800         MOVE "AGUARDA APROVACAO" TO WS-DET-SITUACAO
028900     ELSE
029000         MOVE PEND-APROVADOR TO WS-DET-APROVADOR
029100         MOVE PEND-DATA-DECISAO TO WS-DET-DATA-DECISAO
029200         MOVE "AGUARDA APLICACAO" TO WS-DET-SITUACAO
029300     END-IF.
029400     IF PEND-COM-BANCO OR PEND-COM-ALERTA
029500         MOVE "INDIVIDUAL" TO WS-DET-APROVACAO
029600     ELSE
029700         MOVE "LOTE" TO WS-DET-APROVACAO
029800     END-IF.
029900     IF TRANS-SALARIO-NOVO NOT = ZERO
030000         MOVE TRANS-SALARIO-NOVO TO WS-DET-SAL-NOVO
030100     END-IF.
030200     MOVE TRANS-CARGO-NOVO TO WS-DET-CARGO-NOVO.
030300     WRITE PENDREL-LINHA FROM WS-LINHA-DETALHE.
030400     ADD 1 TO WS-QTD-PARADAS.
030500 2200-IMPRIME-PARADA-EXIT.
030600     EXIT.
030700
030800 8000-CONVERTE-DATA-EM-DIAS.
030900     MOVE WS-CNV-DATA(1:4) TO WS-CNV-ANO.
031000     MOVE WS-CNV-DATA(5:2) TO WS-CNV-MES.
031100     MOVE WS-CNV-DATA(7:2) TO WS-CNV-DIA.
031200     IF WS-CNV-MES < 1 OR WS-CNV-MES > 12
031300         MOVE 1 TO WS-CNV-MES
031400     END-IF.
031500     COMPUTE WS-CNV-ANO-ANTERIOR = WS-CNV-ANO - 1.
031600     DIVIDE WS-CNV-ANO-ANTERIOR BY 4 GIVING WS-CNV-Q4.
031700     DIVIDE WS-CNV-ANO-ANTERIOR BY 100 GIVING WS-CNV-Q100.
031800     DIVIDE WS-CNV-ANO-ANTERIOR BY 400 GIVING WS-CNV-Q400.
031900     COMPUTE WS-CNV-DIAS =
032000         WS-CNV-ANO * 365
032100         + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
032200         + WS-DIAS-ACUM-MES(WS-CNV-MES)
032300         + WS-CNV-DIA.
032400     DIVIDE WS-CNV-ANO BY 4
032500         GIVING WS-CNV-QUOCIENTE REMAINDER WS-CNV-R4.
032600     DIVIDE WS-CNV-ANO BY 100
032700         GIVING WS-CNV-QUOCIENTE REMAINDER WS-CNV-R100.
032800     DIVIDE WS-CNV-ANO BY 400
032900         GIVING WS-CNV-QUOCIENTE REMAINDER WS-CNV-R400.
033000     IF WS-CNV-MES > 2
033100         AND WS-CNV-R4 = ZERO
033200         AND (WS-CNV-R100 NOT = ZERO OR WS-CNV-R400 = ZERO)
033300         ADD 1 TO WS-CNV-DIAS
033400     END-IF.
033500 8000-CONVERTE-DATA-EM-DIAS-EXIT.
033600     EXIT.
033700
033800 9000-FINALIZAR.
033900     IF TEM-PENDENCIAS
034000         CLOSE PENDENCIAS
034100         IF WS-QTD-PARADAS = ZERO
034200             WRITE PENDREL-LINHA FROM WS-LINHA-NENHUMA
034300         END-IF
034400     END-IF.
034500     MOVE WS-QTD-EM-ABERTO TO WS-RES-EM-ABERTO.
034600     MOVE WS-QTD-PARADAS TO WS-RES-PARADAS.
034700     WRITE PENDREL-LINHA FROM WS-LINHA-BRANCO.
034800     WRITE PENDREL-LINHA FROM WS-LINHA-RESUMO.
034900     CLOSE RELATORIO-PENDENCIAS.
035000     DISPLAY WS-LINHA-RESUMO.
035100     IF WS-QTD-PARADAS NOT = ZERO
035200         MOVE 4 TO RETURN-CODE
035300     END-IF.
035400 9000-FINALIZAR-EXIT.
035500     EXIT.
