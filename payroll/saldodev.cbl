000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SALDO-DEVEDOR.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: SALDO-DEVEDOR
000900*    DESCRICAO.....: MANTEM O SALDO DEVEDOR DOS FUNCIONARIOS CUJOS
001000*                    DESCONTOS DO MES PASSARAM DO BRUTO (ARQUIVO
001100*                    SALDODEV, LAYOUT SALDREC, UM REGISTRO POR
001200*                    FUNC-ID). O ARQUIVO E LIDO UMA UNICA VEZ, NA
001300*                    PRIMEIRA CHAMADA DA EXECUCAO, PARA UMA
001400*                    TABELA. FUNCAO "C" (COBRAR): DEVOLVE O SALDO
001500*                    A DESCONTAR DO FUNCIONARIO - NA FOLHA NORMAL,
001600*                    O SALDO NASCIDO EM COMPETENCIA ANTERIOR; NA
001700*                    RESCISAO, TODO O SALDO EM ABERTO, PARA SER
001800*                    ABATIDO DAS VERBAS RESCISORIAS - E MARCA A
001900*                    COBRANCA NA TABELA. UMA COBRANCA JA FEITA NA
002000*                    MESMA COMPETENCIA E MODO E DEVOLVIDA DE NOVO
002100*                    COM O MESMO VALOR, PARA O CONTRACHEQUE E O
002200*                    REINICIO POR CHECKPOINT DO RELATORIO-
002300*                    FUNCIONARIO VEREM O MESMO DESCONTO. FUNCAO
002400*                    "R" (REGISTRAR): O EXCEDENTE DO MES DEVOLVIDO
002500*                    PELO CALC-FOLHA PASSA A SER O SALDO EM ABERTO
002600*                    (A PARTE DO SALDO COBRADO QUE O BRUTO NAO
002700*                    COBRIU JA ESTA DENTRO DELE); EXCEDENTE ZERO
002800*                    QUITA O SALDO COBRADO. FUNCAO "G" (GRAVAR):
002900*                    REGRAVA O ARQUIVO INTEIRO COM A TABELA,
003000*                    DESCARTANDO OS SALDOS QUITADOS EM
003100*                    COMPETENCIAS ANTERIORES. ARQUIVO AUSENTE =
003200*                    NENHUM SALDO.
003300*------------------------------------------------------------
003400*    HISTORICO DE ALTERACOES
003500*    DATA       AUTOR   DESCRICAO
003600*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003700******************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SPECIAL-NAMES.
004200     DECIMAL-POINT IS COMMA.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SALDOS ASSIGN TO "SALDODEV"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-STATUS-SALDOS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SALDOS
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  SALDOS-REGISTRO             PIC X(60).
005600
005700 WORKING-STORAGE SECTION.
005800
005900     COPY SALDREC.
006000
006100 01  WS-SWITCHES.
006200     05  WS-TABELA-CARREGADA     PIC X(01) VALUE "N".
006300         88  TABELA-CARREGADA        VALUE "S".
006400     05  WS-FIM-SALDOS           PIC X(01) VALUE "N".
006500         88  FIM-SALDOS              VALUE "S".
006600     05  WS-TABELA-ESTOURADA     PIC X(01) VALUE "N".
006700         88  TABELA-ESTOURADA        VALUE "S".
006800     05  WS-HA-ALTERACAO         PIC X(01) VALUE "N".
006900         88  HA-ALTERACAO            VALUE "S".
007000     05  WS-COBRADO-NA-EXECUCAO  PIC X(01) VALUE "N".
007100         88  COBRADO-NA-EXECUCAO     VALUE "S".
007200
007300 01  WS-STATUS-SALDOS          PIC X(02) VALUE SPACE.
007400     88  SALDOS-OK                 VALUE "00".
007500
007600******************************************************************
007700*    IMAGEM DE CADA REGISTRO DO ARQUIVO, COM A MARCA DE ALTERACAO
007800*    NESTA EXECUCAO. OS SALDOS NOVOS SAO ACRESCENTADOS NO FIM.
007900******************************************************************
008000 01  WS-TABELA-SALDOS.
008100     05  WS-SAL-ITEM OCCURS 1000 TIMES.
008200         10  WS-SAL-IMAGEM       PIC X(60).
008300         10  WS-SAL-ALTERADO     PIC X(01).
008400             88  SAL-ALTERADO        VALUE "S".
008500
008600 77  WS-QTD-SALDOS             PIC 9(04) COMP VALUE ZERO.
008700 77  WS-SAL-SUB                PIC 9(04) COMP VALUE ZERO.
008800 77  WS-SAL-ACHADO             PIC 9(04) COMP VALUE ZERO.
008900
009000 LINKAGE SECTION.
009100     COPY SDEVREC.
009200
009300 PROCEDURE DIVISION USING SDEV-AREA.
009400
009500 0000-MAINLINE.
009600     MOVE "S" TO SDEV-RETORNO.
009700     MOVE SPACE TO SDEV-MENSAGEM.
009800     IF NOT TABELA-CARREGADA
009900         PERFORM 1000-CARREGAR-SALDOS
010000             THRU 1000-CARREGAR-SALDOS-EXIT
010100     END-IF.
010200     IF TABELA-ESTOURADA
010300         MOVE "N" TO SDEV-RETORNO
010400         MOVE "ARQUIVO SALDODEV EXCEDE 1000 REGISTROS" TO
010500             SDEV-MENSAGEM
010600         GOBACK
010700     END-IF.
010800     EVALUATE TRUE
010900         WHEN SDEV-FUNCAO-COBRAR
011000             PERFORM 2000-COBRAR-SALDO
011100                 THRU 2000-COBRAR-SALDO-EXIT
011200         WHEN SDEV-FUNCAO-REGISTRAR
011300             PERFORM 3000-REGISTRAR-SALDO
011400                 THRU 3000-REGISTRAR-SALDO-EXIT
011500         WHEN SDEV-FUNCAO-GRAVAR
011600             PERFORM 4000-GRAVAR-SALDOS
011700                 THRU 4000-GRAVAR-SALDOS-EXIT
011800         WHEN OTHER
011900             MOVE "N" TO SDEV-RETORNO
012000             MOVE "FUNCAO DESCONHECIDA NA CHAMADA" TO
012100                 SDEV-MENSAGEM
012200     END-EVALUATE.
012300     GOBACK.
012400
012500******************************************************************
012600*    CARGA DA TABELA NA PRIMEIRA CHAMADA: TODOS OS REGISTROS DO
012700*    ARQUIVO, VALIDOS OU NAO, PARA A REGRAVACAO NAO PERDER NADA.
012800******************************************************************
012900 1000-CARREGAR-SALDOS.
013000     MOVE "S" TO WS-TABELA-CARREGADA.
013100     MOVE ZERO TO WS-QTD-SALDOS.
013200     OPEN INPUT SALDOS.
013300     IF NOT SALDOS-OK
013400         GO TO 1000-CARREGAR-SALDOS-EXIT
013500     END-IF.
013600     PERFORM 1100-LER-SALDO THRU 1100-LER-SALDO-EXIT
013700         UNTIL FIM-SALDOS.
013800     CLOSE SALDOS.
013900 1000-CARREGAR-SALDOS-EXIT.
014000     EXIT.
014100
014200 1100-LER-SALDO.
014300     READ SALDOS
014400         AT END
014500             MOVE "S" TO WS-FIM-SALDOS
014600             GO TO 1100-LER-SALDO-EXIT
014700     END-READ.
014800     IF WS-QTD-SALDOS >= 1000
014900         MOVE "S" TO WS-TABELA-ESTOURADA
015000         MOVE "S" TO WS-FIM-SALDOS
015100         GO TO 1100-LER-SALDO-EXIT
015200     END-IF.
015300     ADD 1 TO WS-QTD-SALDOS.
015400     MOVE SALDOS-REGISTRO TO WS-SAL-IMAGEM(WS-QTD-SALDOS).
015500     MOVE "N" TO WS-SAL-ALTERADO(WS-QTD-SALDOS).
015600 1100-LER-SALDO-EXIT.
015700     EXIT.
015800
015900******************************************************************
016000*    LOCALIZA NA TABELA O REGISTRO DO FUNC-ID INFORMADO, DEIXANDO
016100*    A POSICAO EM WS-SAL-ACHADO (ZERO = SEM REGISTRO) E A IMAGEM
016200*    EM SALD-REGISTRO. REGISTRO COM CAMPO NAO NUMERICO E IGNORADO.
016300******************************************************************
016400 1500-PROCURA-SALDO.
016500     MOVE ZERO TO WS-SAL-ACHADO.
016600     PERFORM 1550-COMPARA-SALDO THRU 1550-COMPARA-SALDO-EXIT
016700         VARYING WS-SAL-SUB FROM 1 BY 1
016800         UNTIL WS-SAL-SUB > WS-QTD-SALDOS
016900         OR WS-SAL-ACHADO NOT = ZERO.
017000     IF WS-SAL-ACHADO NOT = ZERO
017100         MOVE WS-SAL-IMAGEM(WS-SAL-ACHADO) TO SALD-REGISTRO
017200     END-IF.
017300 1500-PROCURA-SALDO-EXIT.
017400     EXIT.
017500
017600 1550-COMPARA-SALDO.
017700     MOVE WS-SAL-IMAGEM(WS-SAL-SUB) TO SALD-REGISTRO.
017800     IF SALD-FUNC-ID IS NOT NUMERIC
017900         OR SALD-FUNC-ID NOT = SDEV-FUNC-ID
018000         GO TO 1550-COMPARA-SALDO-EXIT
018100     END-IF.
018200     IF SALD-VALOR IS NOT NUMERIC
018300         OR SALD-VALOR-COBRADO IS NOT NUMERIC
018400         OR SALD-COMP-ORIGEM IS NOT NUMERIC
018500         OR SALD-COMP-COBRANCA IS NOT NUMERIC
018600         GO TO 1550-COMPARA-SALDO-EXIT
018700     END-IF.
018800     MOVE WS-SAL-SUB TO WS-SAL-ACHADO.
018900 1550-COMPARA-SALDO-EXIT.
019000     EXIT.
019100
019200******************************************************************
019300*    COBRANCA DO SALDO DO FUNCIONARIO NA COMPETENCIA E MODO
019400*    INFORMADOS. NA FOLHA NORMAL SO ENTRA O SALDO NASCIDO EM
019500*    COMPETENCIA ANTERIOR; NA RESCISAO ENTRA TODO O SALDO EM
019600*    ABERTO. SALDO EM MOEDA DIFERENTE DA ATUAL DO FUNCIONARIO NAO
019700*    PODE SER DESCONTADO SEM CONVERSAO E DEVOLVE FALHA.
019800******************************************************************
019900 2000-COBRAR-SALDO.
020000     MOVE ZERO TO SDEV-VALOR.
020100     PERFORM 1500-PROCURA-SALDO THRU 1500-PROCURA-SALDO-EXIT.
020200     IF WS-SAL-ACHADO = ZERO
020300         GO TO 2000-COBRAR-SALDO-EXIT
020400     END-IF.
020500     IF SALD-COMP-COBRANCA = SDEV-COMPETENCIA
020600         AND SALD-MODO-COBRANCA = SDEV-MODO
020700         MOVE SALD-VALOR-COBRADO TO SDEV-VALOR
020800         GO TO 2000-COBRAR-SALDO-EXIT
020900     END-IF.
021000     IF SALD-VALOR = ZERO
021100         GO TO 2000-COBRAR-SALDO-EXIT
021200     END-IF.
021300     IF SDEV-MODO NOT = "R"
021400         AND SALD-COMP-ORIGEM NOT < SDEV-COMPETENCIA
021500         GO TO 2000-COBRAR-SALDO-EXIT
021600     END-IF.
021700     IF SALD-MOEDA NOT = SDEV-MOEDA
021800         MOVE "N" TO SDEV-RETORNO
021900         MOVE "SALDO DEVEDOR EM MOEDA DIFERENTE DA DO FUNCIONARIO"
022000             TO SDEV-MENSAGEM
022100         GO TO 2000-COBRAR-SALDO-EXIT
022200     END-IF.
022300     MOVE SDEV-COMPETENCIA TO SALD-COMP-COBRANCA.
022400     MOVE SDEV-MODO TO SALD-MODO-COBRANCA.
022500     MOVE SALD-VALOR TO SALD-VALOR-COBRADO.
022600     MOVE SALD-VALOR TO SDEV-VALOR.
022700     MOVE SALD-REGISTRO TO WS-SAL-IMAGEM(WS-SAL-ACHADO).
022800     MOVE "S" TO WS-SAL-ALTERADO(WS-SAL-ACHADO).
022900 2000-COBRAR-SALDO-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    REGISTRA O EXCEDENTE DO MES COMO SALDO EM ABERTO. COM SALDO
023400*    COBRADO NESTA COMPETENCIA E MODO, O EXCEDENTE (ZERO OU NAO)
023500*    SUBSTITUI O SALDO, POIS O QUE O BRUTO NAO COBRIU DA COBRANCA
023600*    JA VOLTA DENTRO DELE, E A DIVIDA MANTEM A COMPETENCIA DE
023700*    ABERTURA. SEM COBRANCA, SO UM EXCEDENTE NOVO MEXE NO
023800*    REGISTRO (CRIADO AQUI QUANDO O FUNCIONARIO NAO TINHA SALDO).
023900******************************************************************
024000 3000-REGISTRAR-SALDO.
024100     PERFORM 1500-PROCURA-SALDO THRU 1500-PROCURA-SALDO-EXIT.
024200     IF WS-SAL-ACHADO = ZERO
024300         IF SDEV-VALOR = ZERO
024400             GO TO 3000-REGISTRAR-SALDO-EXIT
024500         END-IF
024600         PERFORM 3100-INCLUI-SALDO THRU 3100-INCLUI-SALDO-EXIT
024700         GO TO 3000-REGISTRAR-SALDO-EXIT
024800     END-IF.
024900     MOVE "N" TO WS-COBRADO-NA-EXECUCAO.
025000     IF SALD-COMP-COBRANCA = SDEV-COMPETENCIA
025100         AND SALD-MODO-COBRANCA = SDEV-MODO
025200         AND SALD-VALOR-COBRADO NOT = ZERO
025300         MOVE "S" TO WS-COBRADO-NA-EXECUCAO
025400     END-IF.
025500     IF NOT COBRADO-NA-EXECUCAO
025600         AND SDEV-VALOR = ZERO
025700         GO TO 3000-REGISTRAR-SALDO-EXIT
025800     END-IF.
025900     IF SALD-MOEDA NOT = SDEV-MOEDA
026000         AND SALD-VALOR NOT = ZERO
026100         AND NOT COBRADO-NA-EXECUCAO
026200         MOVE "N" TO SDEV-RETORNO
026300         MOVE "SALDO DEVEDOR EM MOEDA DIFERENTE DA DO FUNCIONARIO"
026400             TO SDEV-MENSAGEM
026500         GO TO 3000-REGISTRAR-SALDO-EXIT
026600     END-IF.
026700     IF NOT COBRADO-NA-EXECUCAO
026800         AND SALD-COMP-ORIGEM NOT = SDEV-COMPETENCIA
026900         MOVE SDEV-COMPETENCIA TO SALD-COMP-ABERTURA
027000     END-IF.
027100     MOVE SDEV-MOEDA TO SALD-MOEDA.
027200     MOVE SDEV-VALOR TO SALD-VALOR.
027300     MOVE SDEV-COMPETENCIA TO SALD-COMP-ORIGEM.
027400     MOVE SALD-REGISTRO TO WS-SAL-IMAGEM(WS-SAL-ACHADO).
027500     MOVE "S" TO WS-SAL-ALTERADO(WS-SAL-ACHADO).
027600 3000-REGISTRAR-SALDO-EXIT.
027700     EXIT.
027800
027900 3100-INCLUI-SALDO.
028000     IF WS-QTD-SALDOS >= 1000
028100         MOVE "N" TO SDEV-RETORNO
028200         MOVE "ARQUIVO SALDODEV EXCEDE 1000 REGISTROS" TO
028300             SDEV-MENSAGEM
028400         GO TO 3100-INCLUI-SALDO-EXIT
028500     END-IF.
028600     MOVE SPACE TO SALD-REGISTRO.
028700     MOVE SDEV-FUNC-ID TO SALD-FUNC-ID.
028800     MOVE SDEV-MOEDA TO SALD-MOEDA.
028900     MOVE SDEV-VALOR TO SALD-VALOR.
029000     MOVE SDEV-COMPETENCIA TO SALD-COMP-ABERTURA.
029100     MOVE SDEV-COMPETENCIA TO SALD-COMP-ORIGEM.
029200     MOVE ZERO TO SALD-COMP-COBRANCA.
029300     MOVE SPACE TO SALD-MODO-COBRANCA.
029400     MOVE ZERO TO SALD-VALOR-COBRADO.
029500     ADD 1 TO WS-QTD-SALDOS.
029600     MOVE SALD-REGISTRO TO WS-SAL-IMAGEM(WS-QTD-SALDOS).
029700     MOVE "S" TO WS-SAL-ALTERADO(WS-QTD-SALDOS).
029800 3100-INCLUI-SALDO-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*    REGRAVA O ARQUIVO COM A TABELA QUANDO ALGUM SALDO FOI
030300*    COBRADO OU REGISTRADO NA EXECUCAO (SEM ALTERACAO O ARQUIVO
030400*    NEM E ABERTO). O SALDO QUITADO SO E DESCARTADO NA COMPETENCIA
030500*    SEGUINTE A DA QUITACAO, PARA A COBRANCA DA COMPETENCIA AINDA
030600*    SER ACHADA PELO CONTRACHEQUE E POR UM REINICIO.
030700******************************************************************
030800 4000-GRAVAR-SALDOS.
030900     MOVE "N" TO WS-HA-ALTERACAO.
031000     PERFORM 4050-PROCURA-ALTERADO THRU 4050-PROCURA-ALTERADO-EXIT
031100         VARYING WS-SAL-SUB FROM 1 BY 1
031200         UNTIL WS-SAL-SUB > WS-QTD-SALDOS
031300         OR HA-ALTERACAO.
031400     IF NOT HA-ALTERACAO
031500         GO TO 4000-GRAVAR-SALDOS-EXIT
031600     END-IF.
031700     OPEN OUTPUT SALDOS.
031800     IF NOT SALDOS-OK
031900         MOVE "N" TO SDEV-RETORNO
032000         MOVE "ARQUIVO SALDODEV INDISPONIVEL PARA GRAVACAO" TO
032100             SDEV-MENSAGEM
032200         GO TO 4000-GRAVAR-SALDOS-EXIT
032300     END-IF.
032400     PERFORM 4100-REGRAVA-SALDO THRU 4100-REGRAVA-SALDO-EXIT
032500         VARYING WS-SAL-SUB FROM 1 BY 1
032600         UNTIL WS-SAL-SUB > WS-QTD-SALDOS.
032700     CLOSE SALDOS.
032800 4000-GRAVAR-SALDOS-EXIT.
032900     EXIT.
033000
033100 4050-PROCURA-ALTERADO.
033200     IF SAL-ALTERADO(WS-SAL-SUB)
033300         MOVE "S" TO WS-HA-ALTERACAO
033400     END-IF.
033500 4050-PROCURA-ALTERADO-EXIT.
033600     EXIT.
033700
033800 4100-REGRAVA-SALDO.
033900     MOVE WS-SAL-IMAGEM(WS-SAL-SUB) TO SALD-REGISTRO.
034000     IF SALD-VALOR IS NUMERIC
034100         AND SALD-VALOR = ZERO
034200         AND SALD-COMP-ORIGEM IS NUMERIC
034300         AND SALD-COMP-ORIGEM < SDEV-COMPETENCIA
034400         AND SALD-COMP-COBRANCA IS NUMERIC
034500         AND SALD-COMP-COBRANCA < SDEV-COMPETENCIA
034600         GO TO 4100-REGRAVA-SALDO-EXIT
034700     END-IF.
034800     WRITE SALDOS-REGISTRO FROM WS-SAL-IMAGEM(WS-SAL-SUB).
034900     MOVE "N" TO WS-SAL-ALTERADO(WS-SAL-SUB).
035000 4100-REGRAVA-SALDO-EXIT.
035100     EXIT.
