000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APLICA-CONTRATOS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 14/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: APLICA-CONTRATOS
000900*    DESCRICAO.....: APLICA NA FOLHA NORMAL OS CONTRATOS DE
001000*                    DESCONTO RECORRENTE DO CADASTRO CONTRATOS
001100*                    (LAYOUT CONTREC): PENSAO ALIMENTICIA E
001200*                    EMPRESTIMO CONSIGNADO. O CADASTRO E LIDO UMA
001300*                    UNICA VEZ, NA PRIMEIRA CHAMADA DA EXECUCAO,
001400*                    PARA UMA TABELA NA ORDEM FISICA DO ARQUIVO.
001500*                    FUNCAO "A" (APLICAR), POR FUNCIONARIO:
001600*                    PRIMEIRO AS PENSOES, SOBRE O LIQUIDO
001700*                    INFORMADO (LIMITADAS AO QUE RESTAR DELE);
001800*                    DEPOIS OS CONSIGNADOS, NA ORDEM DO ARQUIVO,
001900*                    CADA UM DESCONTADO INTEIRO SE COUBER NA
002000*                    MARGEM CONSIGNAVEL (PERCENTUAL DO LIQUIDO
002100*                    QUE SOBROU DAS PENSOES), OU NAO DESCONTADO.
002200*                    CADA PARCELA DESCONTADA RECEBE BAIXA NA
002300*                    TABELA (PARCELAS PAGAS + 1, ULTIMA
002400*                    COMPETENCIA, ENCERRAMENTO NA ULTIMA). UM
002500*                    CONTRATO JA BAIXADO NA COMPETENCIA E
002600*                    DEVOLVIDO DE NOVO SEM NOVA BAIXA, PARA O
002700*                    CONTRACHEQUE E O REINICIO POR CHECKPOINT
002800*                    DO RELATORIO-FUNCIONARIO VEREM O MESMO
002900*                    DESCONTO. FUNCAO "G" (GRAVAR): REGRAVA NO
003000*                    CADASTRO OS CONTRATOS BAIXADOS NA EXECUCAO.
003100*                    ARQUIVO AUSENTE = NENHUM CONTRATO.
003200*------------------------------------------------------------
003300*    HISTORICO DE ALTERACOES
003400*    DATA       AUTOR   DESCRICAO
003500*    14/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTRATOS ASSIGN TO "CONTRATOS"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-STATUS-CONTRATOS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTRATOS
005200     LABEL RECORDS ARE STANDARD
005300     RECORDING MODE IS F.
005400 01  CONTRATOS-REGISTRO          PIC X(150).
005500
005600 WORKING-STORAGE SECTION.
005700
005800     COPY CONTREC.
005900
006000 01  WS-SWITCHES.
006100     05  WS-TABELA-CARREGADA     PIC X(01) VALUE "N".
006200         88  TABELA-CARREGADA        VALUE "S".
006300     05  WS-FIM-CONTRATOS        PIC X(01) VALUE "N".
006400         88  FIM-CONTRATOS           VALUE "S".
006500     05  WS-TABELA-ESTOURADA     PIC X(01) VALUE "N".
006600         88  TABELA-ESTOURADA        VALUE "S".
006700     05  WS-JA-BAIXADO           PIC X(01) VALUE "N".
006800         88  CONTRATO-JA-BAIXADO     VALUE "S".
006810     05  WS-HA-BAIXA             PIC X(01) VALUE "N".
006820         88  HA-BAIXA                VALUE "S".
006900
007000 01  WS-STATUS-CONTRATOS        PIC X(02) VALUE SPACE.
007100     88  CONTRATOS-OK               VALUE "00".
007200
007300******************************************************************
007400*    IMAGEM DE CADA REGISTRO DO CADASTRO, NA ORDEM FISICA, COM A
007500*    MARCA DE BAIXA FEITA NESTA EXECUCAO. A REGRAVACAO DA FUNCAO
007600*    "G" RELE O ARQUIVO NA MESMA ORDEM E CASA PELA POSICAO.
007700******************************************************************
007800 01  WS-TABELA-CONTRATOS.
007900     05  WS-CON-ITEM OCCURS 500 TIMES.
008000         10  WS-CON-IMAGEM       PIC X(150).
008100         10  WS-CON-ALTERADO     PIC X(01).
008200             88  CON-ALTERADO        VALUE "S".
008300
008400 77  WS-QTD-CONTRATOS           PIC 9(04) COMP VALUE ZERO.
008500 77  WS-CON-SUB                 PIC 9(04) COMP VALUE ZERO.
008600 77  WS-TIPO-DA-PASSADA         PIC X(01) VALUE SPACE.
008700
008800 01  WS-AREA-CALCULO.
008900     05  WS-LIQUIDO-BASE         PIC 9(5)V99 VALUE ZERO.
009000     05  WS-SALDO-LIQUIDO        PIC 9(5)V99 VALUE ZERO.
009100     05  WS-MARGEM               PIC 9(5)V99 VALUE ZERO.
009200     05  WS-VALOR-DEVIDO         PIC 9(5)V99 VALUE ZERO.
009300     05  WS-VALOR-DESCONTO       PIC 9(5)V99 VALUE ZERO.
009400     05  WS-SITUACAO-ITEM        PIC X(01) VALUE SPACE.
009500
009600 LINKAGE SECTION.
009700     COPY APLCREC.
009800
009900 PROCEDURE DIVISION USING APLC-AREA.
010000
010100 0000-MAINLINE.
010200     MOVE "S" TO APLC-RETORNO.
010300     MOVE SPACE TO APLC-MENSAGEM.
010400     IF NOT TABELA-CARREGADA
010500         PERFORM 1000-CARREGAR-CONTRATOS
010600             THRU 1000-CARREGAR-CONTRATOS-EXIT
010700     END-IF.
010800     IF TABELA-ESTOURADA
010900         MOVE "N" TO APLC-RETORNO
011000         MOVE "CADASTRO CONTRATOS EXCEDE 500 REGISTROS" TO
011100             APLC-MENSAGEM
011200         GOBACK
011300     END-IF.
011400     EVALUATE TRUE
011500         WHEN APLC-FUNCAO-APLICAR
011600             PERFORM 2000-APLICAR-CONTRATOS
011700                 THRU 2000-APLICAR-CONTRATOS-EXIT
011800         WHEN APLC-FUNCAO-GRAVAR
011900             PERFORM 3000-GRAVAR-BAIXAS
012000                 THRU 3000-GRAVAR-BAIXAS-EXIT
012100         WHEN OTHER
012200             MOVE "N" TO APLC-RETORNO
012300             MOVE "FUNCAO DESCONHECIDA NA CHAMADA" TO
012400                 APLC-MENSAGEM
012500     END-EVALUATE.
012600     GOBACK.
012700
012800******************************************************************
012900*    CARGA DA TABELA NA PRIMEIRA CHAMADA: TODOS OS REGISTROS DO
013000*    CADASTRO, VALIDOS OU NAO, PARA A POSICAO NA TABELA SER A
013100*    MESMA DO ARQUIVO NA REGRAVACAO DAS BAIXAS.
013200******************************************************************
013300 1000-CARREGAR-CONTRATOS.
013400     MOVE "S" TO WS-TABELA-CARREGADA.
013500     MOVE ZERO TO WS-QTD-CONTRATOS.
013600     OPEN INPUT CONTRATOS.
013700     IF NOT CONTRATOS-OK
013800         GO TO 1000-CARREGAR-CONTRATOS-EXIT
013900     END-IF.
014000     PERFORM 1100-LER-CONTRATO THRU 1100-LER-CONTRATO-EXIT
014100         UNTIL FIM-CONTRATOS.
014200     CLOSE CONTRATOS.
014300 1000-CARREGAR-CONTRATOS-EXIT.
014400     EXIT.
014500
014600 1100-LER-CONTRATO.
014700     READ CONTRATOS
014800         AT END
014900             MOVE "S" TO WS-FIM-CONTRATOS
015000             GO TO 1100-LER-CONTRATO-EXIT
015100     END-READ.
015200     IF WS-QTD-CONTRATOS >= 500
015300         MOVE "S" TO WS-TABELA-ESTOURADA
015400         MOVE "S" TO WS-FIM-CONTRATOS
015500         GO TO 1100-LER-CONTRATO-EXIT
015600     END-IF.
015700     ADD 1 TO WS-QTD-CONTRATOS.
015800     MOVE CONTRATOS-REGISTRO TO WS-CON-IMAGEM(WS-QTD-CONTRATOS).
015900     MOVE "N" TO WS-CON-ALTERADO(WS-QTD-CONTRATOS).
016000 1100-LER-CONTRATO-EXIT.
016100     EXIT.
016200
016300******************************************************************
016400*    APLICA OS CONTRATOS DO FUNCIONARIO INFORMADO EM DUAS
016500*    PASSADAS PELA TABELA: PENSOES E, DEPOIS, CONSIGNADOS. A
016600*    MARGEM CONSIGNAVEL E CALCULADA ENTRE AS DUAS, SOBRE O
016700*    LIQUIDO QUE RESTOU DAS PENSOES.
016800******************************************************************
016900 2000-APLICAR-CONTRATOS.
017000     MOVE ZERO TO APLC-TOTAL-DESCONTO.
017100     MOVE ZERO TO APLC-QTD-ITENS.
017200     MOVE APLC-LIQUIDO TO WS-LIQUIDO-BASE.
017300     MOVE APLC-LIQUIDO TO WS-SALDO-LIQUIDO.
017400     MOVE ZERO TO WS-MARGEM.
017500     MOVE "P" TO WS-TIPO-DA-PASSADA.
017600     PERFORM 2100-AVALIA-CONTRATO THRU 2100-AVALIA-CONTRATO-EXIT
017700         VARYING WS-CON-SUB FROM 1 BY 1
017800         UNTIL WS-CON-SUB > WS-QTD-CONTRATOS
017900         OR APLC-FALHA.
018000     COMPUTE WS-MARGEM ROUNDED =
018100         WS-SALDO-LIQUIDO * APLC-PERC-MARGEM.
018200     MOVE "C" TO WS-TIPO-DA-PASSADA.
018300     PERFORM 2100-AVALIA-CONTRATO THRU 2100-AVALIA-CONTRATO-EXIT
018400         VARYING WS-CON-SUB FROM 1 BY 1
018500         UNTIL WS-CON-SUB > WS-QTD-CONTRATOS
018600         OR APLC-FALHA.
018700 2000-APLICAR-CONTRATOS-EXIT.
018800     EXIT.
018900
019000******************************************************************
019100*    AVALIA UM CONTRATO DA TABELA NA PASSADA CORRENTE. ENTRAM OS
019200*    ATIVOS E OS JA BAIXADOS NESTA COMPETENCIA (MESMO QUE A BAIXA
019300*    OS TENHA ENCERRADO). REGISTRO COM CAMPO NAO NUMERICO E
019400*    IGNORADO.
019500******************************************************************
019600 2100-AVALIA-CONTRATO.
019700     MOVE WS-CON-IMAGEM(WS-CON-SUB) TO CONT-REGISTRO.
019800     IF CONT-FUNC-ID IS NOT NUMERIC
019900         OR CONT-FUNC-ID NOT = APLC-FUNC-ID
020000         OR CONT-TIPO NOT = WS-TIPO-DA-PASSADA
020100         GO TO 2100-AVALIA-CONTRATO-EXIT
020200     END-IF.
020300     IF CONT-VALOR IS NOT NUMERIC
020400         OR CONT-PERCENTUAL IS NOT NUMERIC
020500         OR CONT-QTD-PARCELAS IS NOT NUMERIC
020600         OR CONT-PARCELAS-PAGAS IS NOT NUMERIC
020700         OR CONT-ULTIMA-COMPETENCIA IS NOT NUMERIC
020800         GO TO 2100-AVALIA-CONTRATO-EXIT
020900     END-IF.
021000     MOVE "N" TO WS-JA-BAIXADO.
021100     IF CONT-ULTIMA-COMPETENCIA = APLC-COMPETENCIA
021200         MOVE "S" TO WS-JA-BAIXADO
021300     END-IF.
021400     IF NOT CONT-ATIVO
021500         AND NOT CONTRATO-JA-BAIXADO
021600         GO TO 2100-AVALIA-CONTRATO-EXIT
021700     END-IF.
021800     IF APLC-QTD-ITENS >= 10
021900         MOVE "N" TO APLC-RETORNO
022000         MOVE "FUNCIONARIO COM MAIS DE 10 CONTRATOS ATIVOS" TO
022100             APLC-MENSAGEM
022200         GO TO 2100-AVALIA-CONTRATO-EXIT
022300     END-IF.
022400     IF CONT-FORMA-PERCENTUAL
022500         COMPUTE WS-VALOR-DEVIDO ROUNDED =
022600             WS-LIQUIDO-BASE * CONT-PERCENTUAL
022700     ELSE
022800         MOVE CONT-VALOR TO WS-VALOR-DEVIDO
022900     END-IF.
023000     MOVE "D" TO WS-SITUACAO-ITEM.
023100     IF CONT-TIPO-PENSAO
023200         IF WS-VALOR-DEVIDO > WS-SALDO-LIQUIDO
023300             MOVE WS-SALDO-LIQUIDO TO WS-VALOR-DESCONTO
023400             MOVE "P" TO WS-SITUACAO-ITEM
023500         ELSE
023600             MOVE WS-VALOR-DEVIDO TO WS-VALOR-DESCONTO
023700         END-IF
023800     ELSE
023900         IF WS-VALOR-DEVIDO > WS-MARGEM
024000             MOVE ZERO TO WS-VALOR-DESCONTO
024100             MOVE "N" TO WS-SITUACAO-ITEM
024200         ELSE
024300             MOVE WS-VALOR-DEVIDO TO WS-VALOR-DESCONTO
024400             SUBTRACT WS-VALOR-DESCONTO FROM WS-MARGEM
024500         END-IF
024600     END-IF.
024700     SUBTRACT WS-VALOR-DESCONTO FROM WS-SALDO-LIQUIDO.
024800     ADD WS-VALOR-DESCONTO TO APLC-TOTAL-DESCONTO.
024900     IF WS-VALOR-DESCONTO > ZERO
025000         AND NOT CONTRATO-JA-BAIXADO
025100         PERFORM 2200-BAIXA-PARCELA THRU 2200-BAIXA-PARCELA-EXIT
025200     END-IF.
025300     IF CONT-ENCERRADO
025400         MOVE "E" TO WS-SITUACAO-ITEM
025500     END-IF.
025600     PERFORM 2300-DEVOLVE-ITEM THRU 2300-DEVOLVE-ITEM-EXIT.
025700 2100-AVALIA-CONTRATO-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    BAIXA DA PARCELA DESCONTADA: SOMA UMA PARCELA PAGA, MARCA A
026200*    COMPETENCIA E ENCERRA O CONTRATO NA ULTIMA PARCELA (PRAZO
026300*    INDETERMINADO, QTD-PARCELAS ZERO, NUNCA ENCERRA SOZINHO).
026400******************************************************************
026500 2200-BAIXA-PARCELA.
026600     ADD 1 TO CONT-PARCELAS-PAGAS.
026700     MOVE APLC-COMPETENCIA TO CONT-ULTIMA-COMPETENCIA.
026800     IF CONT-QTD-PARCELAS NOT = ZERO
026900         AND CONT-PARCELAS-PAGAS >= CONT-QTD-PARCELAS
027000         MOVE "E" TO CONT-SITUACAO
027100     END-IF.
027200     MOVE CONT-REGISTRO TO WS-CON-IMAGEM(WS-CON-SUB).
027300     MOVE "S" TO WS-CON-ALTERADO(WS-CON-SUB).
027400     MOVE "S" TO WS-JA-BAIXADO.
027500 2200-BAIXA-PARCELA-EXIT.
027600     EXIT.
027700
027800 2300-DEVOLVE-ITEM.
027900     ADD 1 TO APLC-QTD-ITENS.
028000     MOVE CONT-NUMERO TO APLC-NUMERO(APLC-QTD-ITENS).
028100     MOVE CONT-TIPO TO APLC-TIPO(APLC-QTD-ITENS).
028200     MOVE CONT-DESCRICAO TO APLC-DESCRICAO(APLC-QTD-ITENS).
028300     MOVE WS-VALOR-DEVIDO TO APLC-VALOR-DEVIDO(APLC-QTD-ITENS).
028400     MOVE WS-VALOR-DESCONTO TO APLC-VALOR(APLC-QTD-ITENS).
028500     MOVE WS-SITUACAO-ITEM TO APLC-SITUACAO(APLC-QTD-ITENS).
028600     IF CONTRATO-JA-BAIXADO
028700         MOVE CONT-PARCELAS-PAGAS TO APLC-PARCELA(APLC-QTD-ITENS)
028800     ELSE
028900         COMPUTE APLC-PARCELA(APLC-QTD-ITENS) =
029000             CONT-PARCELAS-PAGAS + 1
029100     END-IF.
029200     MOVE CONT-QTD-PARCELAS TO APLC-QTD-PARCELAS(APLC-QTD-ITENS).
029300     MOVE CONT-FAV-NOME TO APLC-FAV-NOME(APLC-QTD-ITENS).
029400     MOVE CONT-FAV-CPF TO APLC-FAV-CPF(APLC-QTD-ITENS).
029500     MOVE CONT-FAV-BANCO TO APLC-FAV-BANCO(APLC-QTD-ITENS).
029600     MOVE CONT-FAV-AGENCIA TO APLC-FAV-AGENCIA(APLC-QTD-ITENS).
029700     MOVE CONT-FAV-CONTA TO APLC-FAV-CONTA(APLC-QTD-ITENS).
029800     MOVE CONT-FAV-CONTA-DIGITO
029900         TO APLC-FAV-CONTA-DIGITO(APLC-QTD-ITENS).
030000 2300-DEVOLVE-ITEM-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400*    REGRAVA NO CADASTRO, NA MESMA ORDEM EM QUE FOI LIDO, OS
030500*    CONTRATOS BAIXADOS NESTA EXECUCAO. SEM BAIXA, O ARQUIVO NEM
030600*    E ABERTO.
030700******************************************************************
030800 3000-GRAVAR-BAIXAS.
030900     MOVE "N" TO WS-HA-BAIXA.
031000     PERFORM 3050-PROCURA-ALTERADO THRU 3050-PROCURA-ALTERADO-EXIT
031100         VARYING WS-CON-SUB FROM 1 BY 1
031200         UNTIL WS-CON-SUB > WS-QTD-CONTRATOS
031300         OR HA-BAIXA.
031400     IF NOT HA-BAIXA
031500         GO TO 3000-GRAVAR-BAIXAS-EXIT
031600     END-IF.
031700     OPEN I-O CONTRATOS.
031800     IF NOT CONTRATOS-OK
031900         MOVE "N" TO APLC-RETORNO
032000         MOVE "CADASTRO CONTRATOS INDISPONIVEL PARA A BAIXA" TO
032100             APLC-MENSAGEM
032200         GO TO 3000-GRAVAR-BAIXAS-EXIT
032300     END-IF.
032400     MOVE "N" TO WS-FIM-CONTRATOS.
032500     MOVE ZERO TO WS-CON-SUB.
032600     PERFORM 3100-REGRAVA-CONTRATO THRU 3100-REGRAVA-CONTRATO-EXIT
032700         UNTIL FIM-CONTRATOS.
032800     CLOSE CONTRATOS.
032900 3000-GRAVAR-BAIXAS-EXIT.
033000     EXIT.
033100
033200 3050-PROCURA-ALTERADO.
033300     IF CON-ALTERADO(WS-CON-SUB)
033310         MOVE "S" TO WS-HA-BAIXA
033320     END-IF.
033400 3050-PROCURA-ALTERADO-EXIT.
033500     EXIT.
033600
033700 3100-REGRAVA-CONTRATO.
033800     READ CONTRATOS
033900         AT END
034000             MOVE "S" TO WS-FIM-CONTRATOS
034100             GO TO 3100-REGRAVA-CONTRATO-EXIT
034200     END-READ.
034300     ADD 1 TO WS-CON-SUB.
034400     IF WS-CON-SUB > WS-QTD-CONTRATOS
034500         MOVE "S" TO WS-FIM-CONTRATOS
034600         GO TO 3100-REGRAVA-CONTRATO-EXIT
034700     END-IF.
034800     IF NOT CON-ALTERADO(WS-CON-SUB)
034900         GO TO 3100-REGRAVA-CONTRATO-EXIT
035000     END-IF.
035100     REWRITE CONTRATOS-REGISTRO FROM WS-CON-IMAGEM(WS-CON-SUB).
035200     MOVE "N" TO WS-CON-ALTERADO(WS-CON-SUB).
035300 3100-REGRAVA-CONTRATO-EXIT.
035400     EXIT.
