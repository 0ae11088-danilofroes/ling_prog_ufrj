000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RELATORIO-SALDOS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: RELATORIO-SALDOS
000900*    DESCRICAO.....: LISTA OS SALDOS DEVEDORES EM ABERTO DO
001000*                    ARQUIVO SALDODEV (DESCONTOS QUE PASSARAM DO
001100*                    BRUTO E FORAM TRANSPORTADOS PELA FOLHA PARA A
001200*                    COMPETENCIA SEGUINTE), EM ORDEM DE FUNC-ID,
001300*                    COM NOME, CENTRO DE CUSTO E SITUACAO DO
001400*                    MESTRE FUNCMEST, MOEDA, COMPETENCIA DE
001500*                    ABERTURA DA DIVIDA, COMPETENCIA DO ULTIMO
001600*                    EXCEDENTE E VALOR. SALDO DE FUNCIONARIO
001700*                    DESLIGADO (A RESCISAO NAO COBRIU A DIVIDA) OU
001800*                    AUSENTE DO MESTRE E DESTACADO PARA COBRANCA
001900*                    MANUAL E ENCERRA COM RC 4. TOTAIS POR MOEDA E
002000*                    CONSOLIDADO EM REAIS PELA TAXA DO DIA DO
002100*                    PARAMETROS. SO CONSULTA: O ARQUIVO E MANTIDO
002200*                    PELO RELATORIO-FUNCIONARIO.
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
003600     SELECT SALDOS ASSIGN TO "SALDODEV"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-STATUS-SALDOS.
003900
004000     SELECT SALDOS-ORDENADO ASSIGN TO "SALDORD"
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300     SELECT WORK-ORDENACAO ASSIGN TO "SORTWK".
004400
004500     SELECT FUNCIONARIOS ASSIGN TO "FUNCMEST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS FUNC-ID OF FUNCIONARIOS-REGISTRO
004900         ALTERNATE RECORD KEY IS FUNC-NOME
005000             OF FUNCIONARIOS-REGISTRO WITH DUPLICATES
005100         FILE STATUS IS WS-STATUS-MESTRE.
005200
005300     SELECT RELATORIO-SALDOS ASSIGN TO "SALDOREL"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SALDOS
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS F.
006100     COPY SALDREC
006200         REPLACING ==SALD-REGISTRO== BY ==SALDOS-REGISTRO==.
006300
006400 FD  SALDOS-ORDENADO
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700     COPY SALDREC
006800         REPLACING ==SALD-REGISTRO== BY ==ORDENADO-REGISTRO==.
006900
007000 SD  WORK-ORDENACAO.
007100     COPY SALDREC
007200         REPLACING ==SALD-REGISTRO== BY ==ORDENACAO-REGISTRO==.
007300
007400 FD  FUNCIONARIOS
007500     LABEL RECORDS ARE STANDARD.
007600     COPY FUNCREC
007700         REPLACING ==FUNC-REGISTRO== BY ==FUNCIONARIOS-REGISTRO==.
007800
007900 FD  RELATORIO-SALDOS
008000     LABEL RECORDS ARE STANDARD.
008100 01  SALDOREL-LINHA                  PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400
008500     COPY SALDREC
008600         REPLACING ==SALD-REGISTRO== BY ==WS-SALDO==.
008700
008800     COPY FUNCREC
008900         REPLACING ==FUNC-REGISTRO== BY ==WS-FUNCIONARIO==.
009000
009100     COPY PARAMREC.
009200
009300 01  WS-SWITCHES.
009400     05  WS-FIM-SALDOS           PIC X(01) VALUE "N".
009500         88  FIM-SALDOS              VALUE "S".
009600     05  WS-ENCONTRADO           PIC X(01) VALUE "N".
009700         88  FUNCIONARIO-ENCONTRADO  VALUE "S".
009800
009900 01  WS-STATUS-SALDOS           PIC X(02) VALUE SPACE.
010000     88  SALDOS-OK                  VALUE "00".
010100
010200 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
010300     88  MESTRE-OK                  VALUE "00".
010400
010500 01  WS-AREA-DATA.
010600     05  WS-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
010700
010800 01  WS-CONTADORES.
010900     05  WS-QTD-LIDOS            PIC 9(05) COMP VALUE ZERO.
011000     05  WS-QTD-LISTADOS         PIC 9(05) COMP VALUE ZERO.
011100     05  WS-QTD-DESTACADOS       PIC 9(05) COMP VALUE ZERO.
011200     05  WS-TOTAL-BRL            PIC 9(7)V99 VALUE ZERO.
011300     05  WS-TOTAL-USD            PIC 9(7)V99 VALUE ZERO.
011400     05  WS-TOTAL-CONSOLIDADO    PIC 9(9)V99 VALUE ZERO.
011500
011600 01  WS-CABECALHO-1.
011700     05  FILLER                  PIC X(10) VALUE SPACE.
011800     05  FILLER                  PIC X(42) VALUE
011900         "SALDOS DEVEDORES EM ABERTO - POSICAO EM".
012000     05  WS-CAB-DATA             PIC 9(08).
012100     05  FILLER                  PIC X(72) VALUE SPACE.
012200
012300 01  WS-CABECALHO-2.
012400     05  FILLER                  PIC X(04) VALUE "ID".
012500     05  FILLER                  PIC X(01) VALUE SPACE.
012600     05  FILLER                  PIC X(30) VALUE "NOME".
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  FILLER                  PIC X(06) VALUE "CENTRO".
012900     05  FILLER                  PIC X(10) VALUE "SITUACAO".
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  FILLER                  PIC X(04) VALUE "MDA".
013200     05  FILLER                  PIC X(08) VALUE "ABERTURA".
013300     05  FILLER                  PIC X(08) VALUE "ORIGEM".
013400     05  FILLER                  PIC X(11) VALUE "    SALDO".
013500     05  FILLER                  PIC X(40) VALUE "OBSERVACAO".
013600     05  FILLER                  PIC X(08) VALUE SPACE.
013700
013800 01  WS-LINHA-DETALHE.
013900     05  WS-DET-ID               PIC Z(3)9.
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  WS-DET-NOME             PIC X(30).
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  WS-DET-CENTRO           PIC X(04).
014400     05  FILLER                  PIC X(02) VALUE SPACE.
014500     05  WS-DET-SITUACAO         PIC X(10).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  WS-DET-MOEDA            PIC X(03).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  WS-DET-ABERTURA         PIC 9(06).
015000     05  FILLER                  PIC X(02) VALUE SPACE.
015100     05  WS-DET-ORIGEM           PIC 9(06).
015200     05  FILLER                  PIC X(02) VALUE SPACE.
015300     05  WS-DET-VALOR            PIC ZZ.ZZ9,99.
015400     05  FILLER                  PIC X(02) VALUE SPACE.
015500     05  WS-DET-OBSERVACAO       PIC X(40).
015600     05  FILLER                  PIC X(08) VALUE SPACE.
015700
015800 01  WS-LINHA-TOTAL.
015900     05  FILLER                  PIC X(10) VALUE SPACE.
016000     05  WS-TOT-ROTULO           PIC X(24).
016100     05  WS-TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
016200     05  FILLER                  PIC X(84) VALUE SPACE.
016300
016400 01  WS-LINHA-CONSOLIDADO.
016500     05  FILLER                  PIC X(10) VALUE SPACE.
016600     05  FILLER                  PIC X(24) VALUE
016700         "TOTAL CONSOLIDADO R$..: ".
016800     05  WS-CON-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
016900     05  FILLER                  PIC X(08) VALUE "  TAXA: ".
017000     05  WS-CON-TAXA             PIC Z9,9999.
017100     05  FILLER                  PIC X(05) VALUE "  DE ".
017200     05  WS-CON-TAXA-DATA        PIC 9(08).
017300     05  FILLER                  PIC X(56) VALUE SPACE.
017400
017500 01  WS-LINHA-RESUMO.
017600     05  FILLER                  PIC X(22) VALUE
017700         "SALDOS EM ABERTO".
017800     05  FILLER                  PIC X(02) VALUE ": ".
017900     05  WS-RES-LISTADOS         PIC Z(4)9.
018000     05  FILLER                  PIC X(03) VALUE SPACE.
018100     05  FILLER                  PIC X(22) VALUE
018200         "DESTACADOS P/ COBRANCA".
018300     05  FILLER                  PIC X(02) VALUE ": ".
018400     05  WS-RES-DESTACADOS       PIC Z(4)9.
018500     05  FILLER                  PIC X(71) VALUE SPACE.
018600
018700 01  WS-LINHA-AVISO.
018800     05  FILLER                  PIC X(50) VALUE
018900         "ARQUIVO DE SALDOS DEVEDORES (SALDODEV) INEXISTENTE".
019000     05  FILLER                  PIC X(82) VALUE SPACE.
019100
019200 PROCEDURE DIVISION.
019300
019400 0000-MAINLINE.
019500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
019600     PERFORM 2000-PROCESSA-SALDO THRU 2000-PROCESSA-SALDO-EXIT
019700         UNTIL FIM-SALDOS.
019800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
019900     STOP RUN.
020000
020100 1000-INICIALIZAR.
020200     CALL "CARGA-PARAMETROS" USING PARAM-AREA.
020300     IF PARAM-ERRO
020400         DISPLAY "RELATORIO-SALDOS ABORTADO: " PARAM-MENSAGEM
020500         MOVE 12 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
020900     OPEN OUTPUT RELATORIO-SALDOS.
021000     MOVE WS-DATA-CORRENTE TO WS-CAB-DATA.
021100     WRITE SALDOREL-LINHA FROM WS-CABECALHO-1.
021200     OPEN INPUT SALDOS.
021300     IF NOT SALDOS-OK
021400         WRITE SALDOREL-LINHA FROM WS-LINHA-AVISO
021500         MOVE "S" TO WS-FIM-SALDOS
021600         GO TO 1000-INICIALIZAR-EXIT
021700     END-IF.
021800     CLOSE SALDOS.
021900     OPEN INPUT FUNCIONARIOS.
022000     IF NOT MESTRE-OK
022100         DISPLAY "RELATORIO-SALDOS ABORTADO: MESTRE INDEXADO "
022200             "FUNCMEST INDISPONIVEL (STATUS "
022300             WS-STATUS-MESTRE ")"
022400         MOVE 12 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     PERFORM 1100-ORDENAR-SALDOS THRU 1100-ORDENAR-SALDOS-EXIT.
022800     OPEN INPUT SALDOS-ORDENADO.
022900     WRITE SALDOREL-LINHA FROM WS-CABECALHO-2.
023000     PERFORM 2100-LER-SALDO THRU 2100-LER-SALDO-EXIT.
023100 1000-INICIALIZAR-EXIT.
023200     EXIT.
023300
023400 1100-ORDENAR-SALDOS.
023500     SORT WORK-ORDENACAO
023600         ON ASCENDING KEY SALD-FUNC-ID OF ORDENACAO-REGISTRO
023700         USING SALDOS
023800         GIVING SALDOS-ORDENADO.
023900 1100-ORDENAR-SALDOS-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*    SO ENTRA NO RELATORIO O REGISTRO VALIDO COM SALDO EM ABERTO;
024400*    O SALDO QUITADO QUE AINDA NAO FOI DESCARTADO DO ARQUIVO (SO
024500*    SAI NA COMPETENCIA SEGUINTE A DA QUITACAO) E IGNORADO.
024600******************************************************************
024700 2000-PROCESSA-SALDO.
024800     IF SALD-FUNC-ID OF WS-SALDO IS NUMERIC
024900         AND SALD-VALOR OF WS-SALDO IS NUMERIC
025000         AND SALD-VALOR OF WS-SALDO NOT = ZERO
025100         PERFORM 2200-IMPRIME-SALDO THRU 2200-IMPRIME-SALDO-EXIT
025200     END-IF.
025300     PERFORM 2100-LER-SALDO THRU 2100-LER-SALDO-EXIT.
025400 2000-PROCESSA-SALDO-EXIT.
025500     EXIT.
025600
025700 2100-LER-SALDO.
025800     READ SALDOS-ORDENADO INTO WS-SALDO
025900         AT END
026000             MOVE "S" TO WS-FIM-SALDOS
026100             GO TO 2100-LER-SALDO-EXIT
026200     END-READ.
026300     ADD 1 TO WS-QTD-LIDOS.
026400 2100-LER-SALDO-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*    IMPRIME UM SALDO EM ABERTO COM OS DADOS DO MESTRE. DESLIGADO
026900*    COM SALDO (A RESCISAO NAO FOI SUFICIENTE) E FUNCIONARIO QUE
027000*    NAO ESTA MAIS NO MESTRE SAO DESTACADOS PARA COBRANCA MANUAL.
027100******************************************************************
027200 2200-IMPRIME-SALDO.
027300     MOVE SPACE TO WS-LINHA-DETALHE.
027400     MOVE SALD-FUNC-ID OF WS-SALDO TO WS-DET-ID.
027500     MOVE SALD-FUNC-ID OF WS-SALDO
027600         TO FUNC-ID OF FUNCIONARIOS-REGISTRO.
027700     READ FUNCIONARIOS INTO WS-FUNCIONARIO
027800         INVALID KEY
027900             MOVE "N" TO WS-ENCONTRADO
028000         NOT INVALID KEY
028100             MOVE "S" TO WS-ENCONTRADO
028200     END-READ.
028300     IF FUNCIONARIO-ENCONTRADO
028400         MOVE FUNC-NOME OF WS-FUNCIONARIO TO WS-DET-NOME
028500         MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO TO WS-DET-CENTRO
028600         IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
028700             MOVE "DESLIGADO" TO WS-DET-SITUACAO
028800             MOVE "RESCISAO INSUFICIENTE - COBRAR A PARTE"
028900                 TO WS-DET-OBSERVACAO
029000             ADD 1 TO WS-QTD-DESTACADOS
029100         ELSE
029200             MOVE "ATIVO" TO WS-DET-SITUACAO
029300         END-IF
029400     ELSE
029500         MOVE "*** FORA DO MESTRE ***" TO WS-DET-NOME
029600         MOVE "FUNCIONARIO EXCLUIDO - COBRAR A PARTE"
029700             TO WS-DET-OBSERVACAO
029800         ADD 1 TO WS-QTD-DESTACADOS
029900     END-IF.
030000     IF SALD-MOEDA-DOLAR OF WS-SALDO
030100         MOVE "US$" TO WS-DET-MOEDA
030200         ADD SALD-VALOR OF WS-SALDO TO WS-TOTAL-USD
030300     ELSE
030400         MOVE "R$" TO WS-DET-MOEDA
030500         ADD SALD-VALOR OF WS-SALDO TO WS-TOTAL-BRL
030600     END-IF.
030700     MOVE SALD-COMP-ABERTURA OF WS-SALDO TO WS-DET-ABERTURA.
030800     MOVE SALD-COMP-ORIGEM OF WS-SALDO TO WS-DET-ORIGEM.
030900     MOVE SALD-VALOR OF WS-SALDO TO WS-DET-VALOR.
031000     WRITE SALDOREL-LINHA FROM WS-LINHA-DETALHE.
031100     ADD 1 TO WS-QTD-LISTADOS.
031200 2200-IMPRIME-SALDO-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*    TOTAIS POR MOEDA E CONSOLIDADO EM REAIS PELA TAXA DO DIA,
031700*    RESUMO DA EXECUCAO E RC 4 QUANDO HA SALDO A COBRAR FORA DA
031800*    FOLHA (DESLIGADO OU FORA DO MESTRE).
031900******************************************************************
032000 9000-FINALIZAR.
032100     MOVE "TOTAL EM REAIS........: " TO WS-TOT-ROTULO.
032200     MOVE WS-TOTAL-BRL TO WS-TOT-VALOR.
032300     WRITE SALDOREL-LINHA FROM WS-LINHA-TOTAL.
032400     MOVE "TOTAL EM DOLAR........: " TO WS-TOT-ROTULO.
032500     MOVE WS-TOTAL-USD TO WS-TOT-VALOR.
032600     WRITE SALDOREL-LINHA FROM WS-LINHA-TOTAL.
032700     COMPUTE WS-TOTAL-CONSOLIDADO ROUNDED =
032800         WS-TOTAL-BRL + WS-TOTAL-USD * PARAM-TAXA-CAMBIO.
032900     MOVE WS-TOTAL-CONSOLIDADO TO WS-CON-VALOR.
033000     MOVE PARAM-TAXA-CAMBIO TO WS-CON-TAXA.
033100     MOVE PARAM-TAXA-DATA TO WS-CON-TAXA-DATA.
033200     WRITE SALDOREL-LINHA FROM WS-LINHA-CONSOLIDADO.
033300     MOVE WS-QTD-LISTADOS TO WS-RES-LISTADOS.
033400     MOVE WS-QTD-DESTACADOS TO WS-RES-DESTACADOS.
033500     WRITE SALDOREL-LINHA FROM WS-LINHA-RESUMO.
033600     IF SALDOS-OK
033700         CLOSE SALDOS-ORDENADO
033800         CLOSE FUNCIONARIOS
033900     END-IF.
034000     CLOSE RELATORIO-SALDOS.
034100     DISPLAY WS-LINHA-RESUMO.
034200     IF WS-QTD-DESTACADOS NOT = ZERO
034300         MOVE 4 TO RETURN-CODE
034400     END-IF.
034500 9000-FINALIZAR-EXIT.
034600     EXIT.
