000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENCARGOS-PATRONAIS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 14/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: ENCARGOS-PATRONAIS
000900*    DESCRICAO.....: CALCULA, APOS O RELATORIO-FUNCIONARIO DA
001000*                    COMPETENCIA E MODO, OS ENCARGOS PATRONAIS DE
001100*                    CADA FUNCIONARIO PAGO: FGTS, INSS PATRONAL,
001200*                    RAT E TERCEIROS, PELAS ALIQUOTAS DO REGISTRO
001300*                    "E" DO ARQUIVO PARAMETROS, SOBRE O BRUTO
001400*                    GRAVADO NO FOLHAHIST PARA A COMPETENCIA E O
001500*                    MODO (COMPETENCIA E MODO_FOLHA, COMO NOS
001600*                    DEMAIS PASSOS). SALARIO EM DOLAR E
001700*                    CONVERTIDO A REAIS PELA TAXA DO DIA, A MESMA
001800*                    DO FECHAMENTO DO RELATORIO. EMITE O
001900*                    RELATORIO ENCREL COM DETALHE POR FUNCIONARIO,
002000*                    SUBTOTAL POR CENTRO DE CUSTO E TOTAL GERAL,
002100*                    ACRESCENTA AO LANCAMENTO DA EXECUCAO OS
002200*                    DEBITOS DE ENCARGOS POR CENTRO E OS CREDITOS
002300*                    DE ENCARGOS A RECOLHER (FGTS E INSS), E
002400*                    GRAVA NO ARQUIVO CUMULATIVO ENCGUIAS O RESUMO
002500*                    PARA AS GUIAS DE FGTS E INSS. O PASSO E
002600*                    REGISTRADO NO CONTROLE DE COMPETENCIA
002700*                    (CICLOCTL) E SO RODA COM A FOLHA DA
002800*                    COMPETENCIA/MODO CONCLUIDA PELO RELATORIO E
002900*                    UMA UNICA VEZ (UMA SEGUNDA EXECUCAO DOBRARIA
003000*                    OS LANCAMENTOS E O RESUMO DAS GUIAS).
003100*------------------------------------------------------------
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    14/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-STATUS-HISTORICO.
004700
004800     SELECT HISTORICO-ORDENADO ASSIGN TO "ENCORD"
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT WORK-ORDENACAO ASSIGN TO "SORTWK".
005200
005300     SELECT LANCAMENTOS ASSIGN TO "LANCAMENTO"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-LANCAMENTO.
005600
005700     SELECT RESUMO-GUIAS ASSIGN TO "ENCGUIAS"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-STATUS-GUIAS.
006000
006100     SELECT RELATORIO-ENCARGOS ASSIGN TO "ENCREL"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  FOLHA-HISTORICO
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900     COPY HISTREC
007000         REPLACING ==HIST-REGISTRO== BY ==HISTORICO-REGISTRO==.
007100
007200 FD  HISTORICO-ORDENADO
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500     COPY HISTREC
007600         REPLACING ==HIST-REGISTRO== BY ==ORDENADO-REGISTRO==.
007700
007800 SD  WORK-ORDENACAO.
007900     COPY HISTREC
008000         REPLACING ==HIST-REGISTRO== BY ==ORDENACAO-REGISTRO==.
008100
008200 FD  LANCAMENTOS
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500     COPY LANCREC.
008600
008700 FD  RESUMO-GUIAS
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000     COPY ENCGREC.
009100
009200 FD  RELATORIO-ENCARGOS
009300     LABEL RECORDS ARE STANDARD.
009400 01  ENCARGOS-LINHA                  PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700
009800     COPY HISTREC
009900         REPLACING ==HIST-REGISTRO== BY ==WS-HIST-ENTRADA==.
010000
010100     COPY PARAMREC.
010200
010300     COPY CICLOREC.
010400
010500 01  WS-SWITCHES.
010600     05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
010700         88  FIM-ARQUIVO             VALUE "S".
010800     05  WS-TEM-CENTRO-ABERTO    PIC X(01) VALUE "N".
010900         88  TEM-CENTRO-ABERTO       VALUE "S".
011000     05  WS-REGISTRO-DO-PASSO    PIC X(01) VALUE "N".
011100         88  REGISTRO-DO-PASSO       VALUE "S".
011200
011300 01  WS-STATUS-HISTORICO        PIC X(02) VALUE SPACE.
011400     88  HISTORICO-OK               VALUE "00".
011500
011600 01  WS-STATUS-LANCAMENTO       PIC X(02) VALUE SPACE.
011700     88  LANCAMENTO-OK              VALUE "00".
011800
011900 01  WS-STATUS-GUIAS            PIC X(02) VALUE SPACE.
012000     88  GUIAS-OK                   VALUE "00".
012100
012200 01  WS-AREA-COMPETENCIA.
012300     05  WS-COMPETENCIA          PIC 9(06) VALUE ZERO.
012400     05  WS-COMPETENCIA-TEXTO    PIC X(06) VALUE SPACE.
012500     05  WS-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
012600     05  WS-MODO-TEXTO           PIC X(10) VALUE SPACE.
012700     05  WS-MODO-FOLHA           PIC X(01) VALUE "N".
012800         88  MODO-NORMAL             VALUE "N".
012900
013000******************************************************************
013100*    ENCARGOS DO FUNCIONARIO CORRENTE, EM REAIS: BASE (BRUTO DA
013200*    COMPETENCIA, CONVERTIDO SE EM DOLAR), O INSS DO SEGURADO
013300*    RETIDO NA FOLHA (PARA A GUIA DO INSS) E AS QUATRO PARCELAS
013400*    PATRONAIS.
013500******************************************************************
013600 01  WS-AREA-ENCARGOS.
013700     05  WS-BASE-REAIS           PIC 9(7)V99 VALUE ZERO.
013800     05  WS-INSS-SEGURADO        PIC 9(7)V99 VALUE ZERO.
013900     05  WS-ENC-FGTS             PIC 9(7)V99 VALUE ZERO.
014000     05  WS-ENC-INSS             PIC 9(7)V99 VALUE ZERO.
014100     05  WS-ENC-RAT              PIC 9(7)V99 VALUE ZERO.
014200     05  WS-ENC-TERCEIROS        PIC 9(7)V99 VALUE ZERO.
014300     05  WS-ENC-TOTAL            PIC 9(7)V99 VALUE ZERO.
014400
014500******************************************************************
014600*    SUBTOTAIS DO CENTRO DE CUSTO EM ABERTO (O HISTORICO E LIDO
014700*    ORDENADO POR CENTRO), FECHADOS NA QUEBRA NO MESMO FORMATO DO
014800*    SUBTOTAL POR CENTRO DO RELATORIO DA FOLHA, COM OS DEBITOS
014900*    CONTABEIS DO CENTRO.
015000******************************************************************
015100 01  WS-AREA-CENTRO.
015200     05  WS-CENTRO-ATUAL         PIC X(04) VALUE SPACE.
015300     05  WS-CEN-BASE             PIC 9(9)V99 VALUE ZERO.
015400     05  WS-CEN-FGTS             PIC 9(9)V99 VALUE ZERO.
015500     05  WS-CEN-INSS             PIC 9(9)V99 VALUE ZERO.
015600     05  WS-CEN-RAT              PIC 9(9)V99 VALUE ZERO.
015700     05  WS-CEN-TERCEIROS        PIC 9(9)V99 VALUE ZERO.
015800     05  WS-CEN-TOTAL            PIC 9(9)V99 VALUE ZERO.
015900
016000 01  WS-TOTAIS-GERAIS.
016100     05  WS-TOT-BASE             PIC 9(9)V99 VALUE ZERO.
016200     05  WS-TOT-INSS-SEGURADOS   PIC 9(9)V99 VALUE ZERO.
016300     05  WS-TOT-FGTS             PIC 9(9)V99 VALUE ZERO.
016400     05  WS-TOT-INSS             PIC 9(9)V99 VALUE ZERO.
016500     05  WS-TOT-RAT              PIC 9(9)V99 VALUE ZERO.
016600     05  WS-TOT-TERCEIROS        PIC 9(9)V99 VALUE ZERO.
016700     05  WS-TOT-TOTAL            PIC 9(9)V99 VALUE ZERO.
016800     05  WS-TOT-GUIA-INSS        PIC 9(9)V99 VALUE ZERO.
016900     05  WS-TOT-RECOLHER-INSS    PIC 9(9)V99 VALUE ZERO.
017000
017100 01  WS-CONTADORES.
017200     05  WS-QTD-LIDOS            PIC 9(05) COMP VALUE ZERO.
017300     05  WS-QTD-CALCULADOS       PIC 9(05) COMP VALUE ZERO.
017400     05  WS-QTD-CENTROS          PIC 9(05) COMP VALUE ZERO.
017500
017600 77  WS-CONTA-DEBITO            PIC X(30) VALUE SPACE.
017700 77  WS-VALOR-DEBITO            PIC 9(9)V99 VALUE ZERO.
017800
017900 01  WS-CABECALHO-1.
018000     05  FILLER                  PIC X(10) VALUE SPACE.
018100     05  FILLER                  PIC X(36) VALUE
018200         "ENCARGOS PATRONAIS DA FOLHA".
018300     05  FILLER                  PIC X(13) VALUE "COMPETENCIA: ".
018400     05  WS-CAB-COMPETENCIA      PIC 9(06).
018500     05  FILLER                  PIC X(08) VALUE "  MODO: ".
018600     05  WS-CAB-MODO             PIC X(01).
018700     05  FILLER                  PIC X(08) VALUE "  TAXA: ".
018800     05  WS-CAB-TAXA             PIC Z9,9999.
018900     05  FILLER                  PIC X(43) VALUE SPACE.
019000
019100 01  WS-CABECALHO-2.
019200     05  FILLER                  PIC X(10) VALUE SPACE.
019300     05  FILLER                  PIC X(13) VALUE "ALIQUOTAS:  ".
019400     05  FILLER                  PIC X(06) VALUE "FGTS ".
019500     05  WS-CAB-PERC-FGTS        PIC 9,999.
019600     05  FILLER                  PIC X(17) VALUE
019700         "  INSS PATRONAL ".
019800     05  WS-CAB-PERC-INSS        PIC 9,999.
019900     05  FILLER                  PIC X(07) VALUE "  RAT ".
020000     05  WS-CAB-PERC-RAT         PIC 9,999.
020100     05  FILLER                  PIC X(13) VALUE "  TERCEIROS ".
020200     05  WS-CAB-PERC-TERCEIROS   PIC 9,999.
020300     05  FILLER                  PIC X(46) VALUE SPACE.
020400
020500 01  WS-CABECALHO-3.
020600     05  FILLER                  PIC X(04) VALUE "ID".
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  FILLER                  PIC X(30) VALUE "CARGO".
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  FILLER                  PIC X(14) VALUE "   BASE R$".
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  FILLER                  PIC X(14) VALUE "        FGTS".
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  FILLER                  PIC X(14) VALUE "INSS PATRONAL".
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  FILLER                  PIC X(14) VALUE "         RAT".
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  FILLER                  PIC X(14) VALUE "   TERCEIROS".
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  FILLER                  PIC X(14) VALUE "TOTAL ENCARGOS".
022100     05  FILLER                  PIC X(07) VALUE SPACE.
022200
022300 01  WS-LINHA-DETALHE.
022400     05  WS-DET-ID               PIC Z(3)9.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  WS-DET-CARGO            PIC X(30).
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  WS-DET-BASE             PIC ZZZ.ZZZ.ZZ9,99.
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  WS-DET-FGTS             PIC ZZZ.ZZZ.ZZ9,99.
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  WS-DET-INSS             PIC ZZZ.ZZZ.ZZ9,99.
023300     05  FILLER                  PIC X(01) VALUE SPACE.
023400     05  WS-DET-RAT              PIC ZZZ.ZZZ.ZZ9,99.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  WS-DET-TERCEIROS        PIC ZZZ.ZZZ.ZZ9,99.
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  WS-DET-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
023900     05  FILLER                  PIC X(07) VALUE SPACE.
024000
024100 01  WS-LINHA-SUBTOTAL.
024200     05  FILLER                  PIC X(16) VALUE
024300         "CENTRO DE CUSTO ".
024400     05  WS-SUB-CEN-CODIGO       PIC X(04).
024500     05  FILLER                  PIC X(16) VALUE SPACE.
024600     05  WS-SUB-BASE             PIC ZZZ.ZZZ.ZZ9,99.
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  WS-SUB-FGTS             PIC ZZZ.ZZZ.ZZ9,99.
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  WS-SUB-INSS             PIC ZZZ.ZZZ.ZZ9,99.
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  WS-SUB-RAT              PIC ZZZ.ZZZ.ZZ9,99.
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  WS-SUB-TERCEIROS        PIC ZZZ.ZZZ.ZZ9,99.
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  WS-SUB-TOTAL            PIC ZZZ.ZZZ.ZZ9,99.
025700     05  FILLER                  PIC X(07) VALUE SPACE.
025800
025900 01  WS-LINHA-TOTAL.
026000     05  FILLER                  PIC X(36) VALUE
026100         "TOTAL GERAL DA COMPETENCIA (R$)".
026200     05  WS-TOT-BASE-ED          PIC ZZZ.ZZZ.ZZ9,99.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WS-TOT-FGTS-ED          PIC ZZZ.ZZZ.ZZ9,99.
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  WS-TOT-INSS-ED          PIC ZZZ.ZZZ.ZZ9,99.
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  WS-TOT-RAT-ED           PIC ZZZ.ZZZ.ZZ9,99.
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  WS-TOT-TERCEIROS-ED     PIC ZZZ.ZZZ.ZZ9,99.
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  WS-TOT-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99.
027300     05  FILLER                  PIC X(07) VALUE SPACE.
027400
027500 01  WS-LINHA-BRANCO             PIC X(132) VALUE SPACE.
027600
027700 01  WS-LINHA-TIT-GUIAS.
027800     05  FILLER                  PIC X(42) VALUE
027900         "RESUMO PARA AS GUIAS DE RECOLHIMENTO (R$)".
028000     05  FILLER                  PIC X(90) VALUE SPACE.
028100
028200 01  WS-LINHA-GUIA.
028300     05  WS-GUIA-ROTULO          PIC X(44).
028400     05  WS-GUIA-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
028500     05  FILLER                  PIC X(74) VALUE SPACE.
028600
028700 01  WS-LINHA-RESUMO.
028800     05  FILLER                  PIC X(22) VALUE
028900         "REGISTROS DO PASSO".
029000     05  FILLER                  PIC X(02) VALUE ": ".
029100     05  WS-RES-CALCULADOS       PIC Z(4)9.
029200     05  FILLER                  PIC X(03) VALUE SPACE.
029300     05  FILLER                  PIC X(22) VALUE
029400         "CENTROS DE CUSTO".
029500     05  FILLER                  PIC X(02) VALUE ": ".
029600     05  WS-RES-CENTROS          PIC Z(4)9.
029700     05  FILLER                  PIC X(03) VALUE SPACE.
029800     05  FILLER                  PIC X(22) VALUE
029900         "LIDOS NO HISTORICO".
030000     05  FILLER                  PIC X(02) VALUE ": ".
030100     05  WS-RES-LIDOS            PIC Z(4)9.
030200     05  FILLER                  PIC X(39) VALUE SPACE.
030300
030400 PROCEDURE DIVISION.
030500
030600 0000-MAINLINE.
030700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
030800     PERFORM 2000-PROCESSA-HISTORICO
030900         THRU 2000-PROCESSA-HISTORICO-EXIT
031000         UNTIL FIM-ARQUIVO.
031100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
031200     STOP RUN.
031300
031400 1000-INICIALIZAR.
031500     CALL "CARGA-PARAMETROS" USING PARAM-AREA.
031600     IF PARAM-ERRO
031700         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: " PARAM-MENSAGEM
031800         MOVE 12 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100     IF PARAM-PERC-FGTS = ZERO
032200         AND PARAM-PERC-INSS-PATRONAL = ZERO
032300         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: ALIQUOTAS "
032400             "PATRONAIS (REGISTRO E) AUSENTES NO CONJUNTO VIGENTE"
032500         MOVE 12 TO RETURN-CODE
032600         STOP RUN
032700     END-IF.
032800     PERFORM 1100-DEFINIR-COMPETENCIA-MODO
032900         THRU 1100-DEFINIR-COMPETENCIA-MODO-EXIT.
033000     OPEN INPUT FOLHA-HISTORICO.
033100     IF NOT HISTORICO-OK
033200         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: HISTORICO "
033300             "FOLHAHIST INDISPONIVEL (STATUS "
033400             WS-STATUS-HISTORICO ")"
033500         MOVE 12 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     CLOSE FOLHA-HISTORICO.
033900     PERFORM 1200-CONTROLA-CICLO THRU 1200-CONTROLA-CICLO-EXIT.
034000     PERFORM 1300-ORDENAR-HISTORICO
034100         THRU 1300-ORDENAR-HISTORICO-EXIT.
034200     OPEN INPUT HISTORICO-ORDENADO.
034300     OPEN EXTEND LANCAMENTOS.
034400     IF NOT LANCAMENTO-OK
034500         OPEN OUTPUT LANCAMENTOS
034600     END-IF.
034700     OPEN EXTEND RESUMO-GUIAS.
034800     IF NOT GUIAS-OK
034900         OPEN OUTPUT RESUMO-GUIAS
035000     END-IF.
035100     OPEN OUTPUT RELATORIO-ENCARGOS.
035200     MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA.
035300     MOVE WS-MODO-FOLHA TO WS-CAB-MODO.
035400     MOVE PARAM-TAXA-CAMBIO TO WS-CAB-TAXA.
035500     MOVE PARAM-PERC-FGTS TO WS-CAB-PERC-FGTS.
035600     MOVE PARAM-PERC-INSS-PATRONAL TO WS-CAB-PERC-INSS.
035700     MOVE PARAM-PERC-RAT TO WS-CAB-PERC-RAT.
035800     MOVE PARAM-PERC-TERCEIROS TO WS-CAB-PERC-TERCEIROS.
035900     WRITE ENCARGOS-LINHA FROM WS-CABECALHO-1.
036000     WRITE ENCARGOS-LINHA FROM WS-CABECALHO-2.
036100     WRITE ENCARGOS-LINHA FROM WS-CABECALHO-3.
036200     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
036300 1000-INICIALIZAR-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*    COMPETENCIA (VARIAVEL DE AMBIENTE COMPETENCIA OU ANO/MES
036800*    CORRENTE) E MODO DE FOLHA (MODO_FOLHA, AUSENTE = NORMAL),
036900*    NAS MESMAS CONVENCOES DO RELATORIO, PARA ESCOLHER O
037000*    HISTORICO E PARA O CONTROLE DE COMPETENCIA.
037100******************************************************************
037200 1100-DEFINIR-COMPETENCIA-MODO.
037300     MOVE SPACE TO WS-COMPETENCIA-TEXTO.
037400     ACCEPT WS-COMPETENCIA-TEXTO FROM ENVIRONMENT "COMPETENCIA".
037500     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
037600     IF WS-COMPETENCIA-TEXTO IS NUMERIC
037700         MOVE WS-COMPETENCIA-TEXTO TO WS-COMPETENCIA
037800     ELSE
037900         MOVE WS-DATA-CORRENTE(1:6) TO WS-COMPETENCIA
038000     END-IF.
038100     MOVE SPACE TO WS-MODO-TEXTO.
038200     ACCEPT WS-MODO-TEXTO FROM ENVIRONMENT "MODO_FOLHA".
038300     EVALUATE WS-MODO-TEXTO
038400         WHEN SPACE
038500         WHEN "NORMAL"
038600             MOVE "N" TO WS-MODO-FOLHA
038700         WHEN "13O"
038800             MOVE "D" TO WS-MODO-FOLHA
038900         WHEN "FERIAS"
039000             MOVE "F" TO WS-MODO-FOLHA
039100         WHEN "RESCISAO"
039200             MOVE "R" TO WS-MODO-FOLHA
039300         WHEN OTHER
039400             DISPLAY "ENCARGOS-PATRONAIS ABORTADO: MODO_FOLHA "
039500                 "DESCONHECIDO: " WS-MODO-TEXTO
039600             MOVE 12 TO RETURN-CODE
039700             STOP RUN
039800     END-EVALUATE.
039900 1100-DEFINIR-COMPETENCIA-MODO-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    RECUSA O CALCULO DE COMPETENCIA/MODO SEM FOLHA CONCLUIDA
040400*    PELO RELATORIO-FUNCIONARIO (O HISTORICO E O LANCAMENTO DA
040500*    EXECUCAO AINDA NAO EXISTEM OU ESTAO PELA METADE) E RECUSA
040600*    TAMBEM UM CALCULO JA CONCLUIDO, QUE GRAVARIA OS DEBITOS E
040700*    CREDITOS DE ENCARGOS E O RESUMO DAS GUIAS UMA SEGUNDA VEZ.
040800*    EM SEGUIDA REGISTRA O INICIO DESTE PASSO NO CONTROLE.
040900******************************************************************
041000 1200-CONTROLA-CICLO.
041100     MOVE "C" TO CICLO-FUNCAO.
041200     MOVE WS-COMPETENCIA TO CICLO-COMPETENCIA.
041300     MOVE WS-MODO-FOLHA TO CICLO-MODO.
041400     MOVE "ENCPATR" TO CICLO-PASSO.
041500     CALL "CONTROLE-CICLO" USING CICLO-AREA.
041600     IF CICLO-FALHA
041700         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: " CICLO-MENSAGEM
041800         MOVE 12 TO RETURN-CODE
041900         STOP RUN
042000     END-IF.
042100     IF CICLO-CONCLUIDO
042200         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: COMPETENCIA "
042300             WS-COMPETENCIA " JA TEM ENCARGOS CALCULADOS - OS "
042400             "LANCAMENTOS SAIRIAM EM DUPLICIDADE"
042500         MOVE 12 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042800     MOVE "C" TO CICLO-FUNCAO.
042900     MOVE "RELFUNC" TO CICLO-PASSO.
043000     CALL "CONTROLE-CICLO" USING CICLO-AREA.
043100     IF CICLO-FALHA
043200         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: " CICLO-MENSAGEM
043300         MOVE 12 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     IF NOT CICLO-CONCLUIDO
043700         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: COMPETENCIA "
043800             WS-COMPETENCIA " SEM FOLHA CONCLUIDA PELO "
043900             "RELATORIO-FUNCIONARIO"
044000         MOVE 12 TO RETURN-CODE
044100         STOP RUN
044200     END-IF.
044300     MOVE "I" TO CICLO-FUNCAO.
044400     MOVE "ENCPATR" TO CICLO-PASSO.
044500     CALL "CONTROLE-CICLO" USING CICLO-AREA.
044600     IF CICLO-FALHA
044700         DISPLAY "ENCARGOS-PATRONAIS ABORTADO: " CICLO-MENSAGEM
044800         MOVE 12 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100 1200-CONTROLA-CICLO-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    ORDENA O HISTORICO POR CENTRO DE CUSTO E FUNC-ID, PARA A
045600*    QUEBRA DE SUBTOTAL POR CENTRO.
045700******************************************************************
045800 1300-ORDENAR-HISTORICO.
045900     SORT WORK-ORDENACAO
046000         ON ASCENDING KEY HIST-CENTRO-CUSTO OF ORDENACAO-REGISTRO
046100         ON ASCENDING KEY HIST-FUNC-ID OF ORDENACAO-REGISTRO
046200         USING FOLHA-HISTORICO
046300         GIVING HISTORICO-ORDENADO.
046400 1300-ORDENAR-HISTORICO-EXIT.
046500     EXIT.
046600
046700 2000-PROCESSA-HISTORICO.
046800     PERFORM 2050-SELECIONA-REGISTRO
046900         THRU 2050-SELECIONA-REGISTRO-EXIT.
047000     IF NOT REGISTRO-DO-PASSO
047100         GO TO 2000-PROCESSA-LER
047200     END-IF.
047300     PERFORM 2300-CALCULA-ENCARGOS
047400         THRU 2300-CALCULA-ENCARGOS-EXIT.
047500 2000-PROCESSA-LER.
047600     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
047700 2000-PROCESSA-HISTORICO-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    SO ENTRAM OS REGISTROS DA COMPETENCIA E DO MODO DA EXECUCAO
048200*    (MODO EM BRANCO, DOS REGISTROS ANTIGOS, VALE NORMAL).
048300******************************************************************
048400 2050-SELECIONA-REGISTRO.
048500     MOVE "N" TO WS-REGISTRO-DO-PASSO.
048600     IF HIST-COMPETENCIA OF WS-HIST-ENTRADA NOT = WS-COMPETENCIA
048700         GO TO 2050-SELECIONA-REGISTRO-EXIT
048800     END-IF.
048900     IF MODO-NORMAL
049000         IF HIST-MODO-NORMAL OF WS-HIST-ENTRADA
049100             MOVE "S" TO WS-REGISTRO-DO-PASSO
049200         END-IF
049300     ELSE
049400         IF HIST-MODO OF WS-HIST-ENTRADA = WS-MODO-FOLHA
049500             MOVE "S" TO WS-REGISTRO-DO-PASSO
049600         END-IF
049700     END-IF.
049800 2050-SELECIONA-REGISTRO-EXIT.
049900     EXIT.
050000
050100 2100-LER-HISTORICO.
050200     READ HISTORICO-ORDENADO INTO WS-HIST-ENTRADA
050300         AT END
050400             MOVE "S" TO WS-FIM-ARQUIVO
050500             GO TO 2100-LER-HISTORICO-EXIT
050600     END-READ.
050700     ADD 1 TO WS-QTD-LIDOS.
050800 2100-LER-HISTORICO-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    CALCULA OS ENCARGOS DO FUNCIONARIO CORRENTE SOBRE O BRUTO DA
051300*    COMPETENCIA (EM REAIS), FECHA O CENTRO ANTERIOR NA QUEBRA,
051400*    ACUMULA OS SUBTOTAIS E TOTAIS E IMPRIME O DETALHE.
051500******************************************************************
051600 2300-CALCULA-ENCARGOS.
051700     IF TEM-CENTRO-ABERTO
051800         AND HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA
051900             NOT = WS-CENTRO-ATUAL
052000         PERFORM 2400-FECHA-CENTRO THRU 2400-FECHA-CENTRO-EXIT
052100     END-IF.
052200     IF NOT TEM-CENTRO-ABERTO
052300         MOVE HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA
052400             TO WS-CENTRO-ATUAL
052500         MOVE "S" TO WS-TEM-CENTRO-ABERTO
052600         ADD 1 TO WS-QTD-CENTROS
052700     END-IF.
052800     IF HIST-MOEDA-DOLAR OF WS-HIST-ENTRADA
052900         COMPUTE WS-BASE-REAIS ROUNDED =
053000             HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
053100             * PARAM-TAXA-CAMBIO
053200         COMPUTE WS-INSS-SEGURADO ROUNDED =
053300             HIST-DESCONTO-INSS OF WS-HIST-ENTRADA
053400             * PARAM-TAXA-CAMBIO
053500     ELSE
053600         MOVE HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
053700             TO WS-BASE-REAIS
053800         MOVE HIST-DESCONTO-INSS OF WS-HIST-ENTRADA
053900             TO WS-INSS-SEGURADO
054000     END-IF.
054100     COMPUTE WS-ENC-FGTS ROUNDED =
054200         WS-BASE-REAIS * PARAM-PERC-FGTS.
054300     COMPUTE WS-ENC-INSS ROUNDED =
054400         WS-BASE-REAIS * PARAM-PERC-INSS-PATRONAL.
054500     COMPUTE WS-ENC-RAT ROUNDED =
054600         WS-BASE-REAIS * PARAM-PERC-RAT.
054700     COMPUTE WS-ENC-TERCEIROS ROUNDED =
054800         WS-BASE-REAIS * PARAM-PERC-TERCEIROS.
054900     COMPUTE WS-ENC-TOTAL =
055000         WS-ENC-FGTS + WS-ENC-INSS + WS-ENC-RAT
055100         + WS-ENC-TERCEIROS.
055200     ADD WS-BASE-REAIS TO WS-CEN-BASE WS-TOT-BASE.
055300     ADD WS-ENC-FGTS TO WS-CEN-FGTS WS-TOT-FGTS.
055400     ADD WS-ENC-INSS TO WS-CEN-INSS WS-TOT-INSS.
055500     ADD WS-ENC-RAT TO WS-CEN-RAT WS-TOT-RAT.
055600     ADD WS-ENC-TERCEIROS TO WS-CEN-TERCEIROS WS-TOT-TERCEIROS.
055700     ADD WS-ENC-TOTAL TO WS-CEN-TOTAL WS-TOT-TOTAL.
055800     ADD WS-INSS-SEGURADO TO WS-TOT-INSS-SEGURADOS.
055900     MOVE HIST-FUNC-ID OF WS-HIST-ENTRADA TO WS-DET-ID.
056000     MOVE HIST-CARGO OF WS-HIST-ENTRADA TO WS-DET-CARGO.
056100     MOVE WS-BASE-REAIS TO WS-DET-BASE.
056200     MOVE WS-ENC-FGTS TO WS-DET-FGTS.
056300     MOVE WS-ENC-INSS TO WS-DET-INSS.
056400     MOVE WS-ENC-RAT TO WS-DET-RAT.
056500     MOVE WS-ENC-TERCEIROS TO WS-DET-TERCEIROS.
056600     MOVE WS-ENC-TOTAL TO WS-DET-TOTAL.
056700     WRITE ENCARGOS-LINHA FROM WS-LINHA-DETALHE.
056800     ADD 1 TO WS-QTD-CALCULADOS.
056900 2300-CALCULA-ENCARGOS-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*    FECHA O CENTRO DE CUSTO EM ABERTO: IMPRIME O SUBTOTAL, LINHA
057400*    EM BRANCO, E GRAVA NO LANCAMENTO UM DEBITO POR ENCARGO DO
057500*    CENTRO (ENCARGO ZERADO NAO GERA DEBITO).
057600******************************************************************
057700 2400-FECHA-CENTRO.
057800     MOVE WS-CENTRO-ATUAL TO WS-SUB-CEN-CODIGO.
057900     MOVE WS-CEN-BASE TO WS-SUB-BASE.
058000     MOVE WS-CEN-FGTS TO WS-SUB-FGTS.
058100     MOVE WS-CEN-INSS TO WS-SUB-INSS.
058200     MOVE WS-CEN-RAT TO WS-SUB-RAT.
058300     MOVE WS-CEN-TERCEIROS TO WS-SUB-TERCEIROS.
058400     MOVE WS-CEN-TOTAL TO WS-SUB-TOTAL.
058500     WRITE ENCARGOS-LINHA FROM WS-LINHA-SUBTOTAL.
058600     WRITE ENCARGOS-LINHA FROM WS-LINHA-BRANCO.
058700     MOVE "DESPESA DE FGTS" TO WS-CONTA-DEBITO.
058800     MOVE WS-CEN-FGTS TO WS-VALOR-DEBITO.
058900     PERFORM 2450-LANCA-DEBITO THRU 2450-LANCA-DEBITO-EXIT.
059000     MOVE "DESPESA DE INSS PATRONAL" TO WS-CONTA-DEBITO.
059100     MOVE WS-CEN-INSS TO WS-VALOR-DEBITO.
059200     PERFORM 2450-LANCA-DEBITO THRU 2450-LANCA-DEBITO-EXIT.
059300     MOVE "DESPESA DE RAT" TO WS-CONTA-DEBITO.
059400     MOVE WS-CEN-RAT TO WS-VALOR-DEBITO.
059500     PERFORM 2450-LANCA-DEBITO THRU 2450-LANCA-DEBITO-EXIT.
059600     MOVE "DESPESA DE TERCEIROS" TO WS-CONTA-DEBITO.
059700     MOVE WS-CEN-TERCEIROS TO WS-VALOR-DEBITO.
059800     PERFORM 2450-LANCA-DEBITO THRU 2450-LANCA-DEBITO-EXIT.
059900     MOVE ZERO TO WS-CEN-BASE.
060000     MOVE ZERO TO WS-CEN-FGTS.
060100     MOVE ZERO TO WS-CEN-INSS.
060200     MOVE ZERO TO WS-CEN-RAT.
060300     MOVE ZERO TO WS-CEN-TERCEIROS.
060400     MOVE ZERO TO WS-CEN-TOTAL.
060500     MOVE "N" TO WS-TEM-CENTRO-ABERTO.
060600 2400-FECHA-CENTRO-EXIT.
060700     EXIT.
060800
060900 2450-LANCA-DEBITO.
061000     IF WS-VALOR-DEBITO = ZERO
061100         GO TO 2450-LANCA-DEBITO-EXIT
061200     END-IF.
061300     MOVE SPACE TO LANC-REGISTRO.
061400     MOVE WS-COMPETENCIA TO LANC-COMPETENCIA.
061500     MOVE "D" TO LANC-TIPO.
061600     MOVE WS-CONTA-DEBITO TO LANC-CONTA.
061700     MOVE WS-CENTRO-ATUAL TO LANC-CENTRO-CUSTO.
061800     MOVE WS-VALOR-DEBITO TO LANC-VALOR.
061900     WRITE LANC-REGISTRO.
062000 2450-LANCA-DEBITO-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400*    FECHA O ULTIMO CENTRO, IMPRIME O TOTAL GERAL E O RESUMO DAS
062500*    GUIAS, GRAVA OS CREDITOS DE ENCARGOS A RECOLHER (FGTS E O
062600*    INSS PATRONAL + RAT + TERCEIROS, DE MODO QUE OS DEBITOS DE
062700*    ENCARGOS = CREDITOS) E O REGISTRO DO RESUMO DAS GUIAS, E
062800*    REGISTRA O TERMINO DO PASSO. NENHUM REGISTRO DA COMPETENCIA
062900*    E MODO NO HISTORICO SAI COM RC 4 (COMPETENCIA TROCADA?).
063000******************************************************************
063100 9000-FINALIZAR.
063200     IF TEM-CENTRO-ABERTO
063300         PERFORM 2400-FECHA-CENTRO THRU 2400-FECHA-CENTRO-EXIT
063400     END-IF.
063500     MOVE WS-TOT-BASE TO WS-TOT-BASE-ED.
063600     MOVE WS-TOT-FGTS TO WS-TOT-FGTS-ED.
063700     MOVE WS-TOT-INSS TO WS-TOT-INSS-ED.
063800     MOVE WS-TOT-RAT TO WS-TOT-RAT-ED.
063900     MOVE WS-TOT-TERCEIROS TO WS-TOT-TERCEIROS-ED.
064000     MOVE WS-TOT-TOTAL TO WS-TOT-TOTAL-ED.
064100     WRITE ENCARGOS-LINHA FROM WS-LINHA-TOTAL.
064200     COMPUTE WS-TOT-RECOLHER-INSS =
064300         WS-TOT-INSS + WS-TOT-RAT + WS-TOT-TERCEIROS.
064400     COMPUTE WS-TOT-GUIA-INSS =
064500         WS-TOT-INSS-SEGURADOS + WS-TOT-RECOLHER-INSS.
064600     PERFORM 9100-IMPRIME-GUIAS THRU 9100-IMPRIME-GUIAS-EXIT.
064700     IF WS-TOT-FGTS NOT = ZERO
064800         MOVE SPACE TO LANC-REGISTRO
064900         MOVE WS-COMPETENCIA TO LANC-COMPETENCIA
065000         MOVE "C" TO LANC-TIPO
065100         MOVE "ENCARGOS A RECOLHER - FGTS" TO LANC-CONTA
065200         MOVE WS-TOT-FGTS TO LANC-VALOR
065300         WRITE LANC-REGISTRO
065400     END-IF.
065500     IF WS-TOT-RECOLHER-INSS NOT = ZERO
065600         MOVE SPACE TO LANC-REGISTRO
065700         MOVE WS-COMPETENCIA TO LANC-COMPETENCIA
065800         MOVE "C" TO LANC-TIPO
065900         MOVE "ENCARGOS A RECOLHER - INSS" TO LANC-CONTA
066000         MOVE WS-TOT-RECOLHER-INSS TO LANC-VALOR
066100         WRITE LANC-REGISTRO
066200     END-IF.
066300     IF WS-QTD-CALCULADOS NOT = ZERO
066400         MOVE SPACE TO ENCG-REGISTRO
066500         MOVE WS-COMPETENCIA TO ENCG-COMPETENCIA
066600         MOVE WS-MODO-FOLHA TO ENCG-MODO
066700         MOVE WS-DATA-CORRENTE TO ENCG-DATA-GERACAO
066800         MOVE WS-QTD-CALCULADOS TO ENCG-QTD-FUNCIONARIOS
066900         MOVE WS-TOT-BASE TO ENCG-BASE
067000         MOVE WS-TOT-FGTS TO ENCG-FGTS
067100         MOVE WS-TOT-INSS-SEGURADOS TO ENCG-INSS-SEGURADOS
067200         MOVE WS-TOT-INSS TO ENCG-INSS-PATRONAL
067300         MOVE WS-TOT-RAT TO ENCG-RAT
067400         MOVE WS-TOT-TERCEIROS TO ENCG-TERCEIROS
067500         MOVE WS-TOT-GUIA-INSS TO ENCG-TOTAL-INSS
067600         WRITE ENCG-REGISTRO
067700     END-IF.
067800     CLOSE HISTORICO-ORDENADO.
067900     CLOSE LANCAMENTOS.
068000     CLOSE RESUMO-GUIAS.
068100     CLOSE RELATORIO-ENCARGOS.
068200     MOVE WS-QTD-CALCULADOS TO WS-RES-CALCULADOS.
068300     MOVE WS-QTD-CENTROS TO WS-RES-CENTROS.
068400     MOVE WS-QTD-LIDOS TO WS-RES-LIDOS.
068500     DISPLAY WS-LINHA-RESUMO.
068600     IF WS-QTD-CALCULADOS = ZERO
068700         DISPLAY "ENCARGOS-PATRONAIS: NENHUM REGISTRO DA "
068800             "COMPETENCIA " WS-COMPETENCIA " MODO " WS-MODO-FOLHA
068900             " NO FOLHAHIST"
069000         MOVE 4 TO RETURN-CODE
069100     END-IF.
069200     MOVE "T" TO CICLO-FUNCAO.
069300     MOVE WS-COMPETENCIA TO CICLO-COMPETENCIA.
069400     MOVE WS-MODO-FOLHA TO CICLO-MODO.
069500     MOVE "ENCPATR" TO CICLO-PASSO.
069600     CALL "CONTROLE-CICLO" USING CICLO-AREA.
069700     IF CICLO-FALHA
069800         DISPLAY "ENCARGOS-PATRONAIS: " CICLO-MENSAGEM
069900         MOVE 8 TO RETURN-CODE
070000     END-IF.
070100 9000-FINALIZAR-EXIT.
070200     EXIT.
070300
070400 9100-IMPRIME-GUIAS.
070500     WRITE ENCARGOS-LINHA FROM WS-LINHA-BRANCO.
070600     WRITE ENCARGOS-LINHA FROM WS-LINHA-TIT-GUIAS.
070700     MOVE "GUIA DO FGTS......................:" TO WS-GUIA-ROTULO.
070800     MOVE WS-TOT-FGTS TO WS-GUIA-VALOR.
070900     WRITE ENCARGOS-LINHA FROM WS-LINHA-GUIA.
071000     MOVE "INSS DOS SEGURADOS (RETIDO).......:" TO WS-GUIA-ROTULO.
071100     MOVE WS-TOT-INSS-SEGURADOS TO WS-GUIA-VALOR.
071200     WRITE ENCARGOS-LINHA FROM WS-LINHA-GUIA.
071300     MOVE "INSS PATRONAL.....................:" TO WS-GUIA-ROTULO.
071400     MOVE WS-TOT-INSS TO WS-GUIA-VALOR.
071500     WRITE ENCARGOS-LINHA FROM WS-LINHA-GUIA.
071600     MOVE "RAT...............................:" TO WS-GUIA-ROTULO.
071700     MOVE WS-TOT-RAT TO WS-GUIA-VALOR.
071800     WRITE ENCARGOS-LINHA FROM WS-LINHA-GUIA.
071900     MOVE "TERCEIROS.........................:" TO WS-GUIA-ROTULO.
072000     MOVE WS-TOT-TERCEIROS TO WS-GUIA-VALOR.
072100     WRITE ENCARGOS-LINHA FROM WS-LINHA-GUIA.
072200     MOVE "TOTAL DA GUIA DO INSS.............:" TO WS-GUIA-ROTULO.
072300     MOVE WS-TOT-GUIA-INSS TO WS-GUIA-VALOR.
072400     WRITE ENCARGOS-LINHA FROM WS-LINHA-GUIA.
072500 9100-IMPRIME-GUIAS-EXIT.
072600     EXIT.
