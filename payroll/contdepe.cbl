000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTA-DEPENDENTES.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 14/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: CONTA-DEPENDENTES
000900*    DESCRICAO.....: DEVOLVE AO CHAMADOR A QUANTIDADE DE
001000*                    DEPENDENTES DEDUTIVEIS NO IRRF DE UM
001100*                    FUNCIONARIO (DEPC-FUNC-ID), CONTADA NO
001200*                    CADASTRO DE DEPENDENTES (DEPENDENTES, LAYOUT
001300*                    DEPEREC). O CADASTRO E LIDO UMA UNICA VEZ, NA
001400*                    PRIMEIRA CHAMADA DA EXECUCAO, PARA UMA
001500*                    TABELA INDEXADA PELO PROPRIO FUNC-ID; AS
001600*                    CHAMADAS SEGUINTES SO CONSULTAM A TABELA.
001700*                    SO CONTAM OS DEPENDENTES COM DEPE-DEDUZ-IRRF
001800*                    = "S". ARQUIVO AUSENTE = NENHUM FUNCIONARIO
001900*                    COM DEPENDENTE (A FOLHA SEGUE SEM DEDUCAO).
002000*------------------------------------------------------------
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    14/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DEPENDENTES ASSIGN TO "DEPENDENTES"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-STATUS-DEPENDENTES.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DEPENDENTES
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200     COPY DEPEREC.
004300
004400 WORKING-STORAGE SECTION.
004500
004600 01  WS-SWITCHES.
004700     05  WS-TABELA-CARREGADA     PIC X(01) VALUE "N".
004800         88  TABELA-CARREGADA        VALUE "S".
004900     05  WS-FIM-DEPENDENTES      PIC X(01) VALUE "N".
005000         88  FIM-DEPENDENTES         VALUE "S".
005100
005200 01  WS-STATUS-DEPENDENTES      PIC X(02) VALUE SPACE.
005300     88  DEPENDENTES-OK             VALUE "00".
005400
005500******************************************************************
005600*    QUANTIDADE DE DEPENDENTES DEDUTIVEIS POR FUNCIONARIO, COM O
005700*    PROPRIO FUNC-ID (1 A 9999) COMO SUBSCRITO.
005800******************************************************************
005900 01  WS-TABELA-DEPENDENTES.
006000     05  WS-DEP-QTD              PIC 9(02) OCCURS 9999 TIMES.
006100
006200 LINKAGE SECTION.
006300     COPY DEPCREC.
006400
006500 PROCEDURE DIVISION USING DEPC-AREA.
006600
006700 0000-MAINLINE.
006800     IF NOT TABELA-CARREGADA
006900         PERFORM 1000-CARREGAR-DEPENDENTES
007000             THRU 1000-CARREGAR-DEPENDENTES-EXIT
007100     END-IF.
007200     MOVE ZERO TO DEPC-QTD-DEPENDENTES.
007300     IF DEPC-FUNC-ID NOT = ZERO
007400         MOVE WS-DEP-QTD(DEPC-FUNC-ID) TO DEPC-QTD-DEPENDENTES
007500     END-IF.
007600     GOBACK.
007700
007800******************************************************************
007900*    CARGA DA TABELA NA PRIMEIRA CHAMADA: ZERA A CONTAGEM DE
008000*    TODOS OS FUNC-ID E SOMA UM POR DEPENDENTE DEDUTIVEL LIDO.
008100******************************************************************
008200 1000-CARREGAR-DEPENDENTES.
008300     MOVE "S" TO WS-TABELA-CARREGADA.
008400     MOVE ZERO TO WS-TABELA-DEPENDENTES.
008500     OPEN INPUT DEPENDENTES.
008600     IF NOT DEPENDENTES-OK
008700         GO TO 1000-CARREGAR-DEPENDENTES-EXIT
008800     END-IF.
008900     PERFORM 1100-LER-DEPENDENTE THRU 1100-LER-DEPENDENTE-EXIT
009000         UNTIL FIM-DEPENDENTES.
009100     CLOSE DEPENDENTES.
009200 1000-CARREGAR-DEPENDENTES-EXIT.
009300     EXIT.
009400
009500 1100-LER-DEPENDENTE.
009600     READ DEPENDENTES
009700         AT END
009800             MOVE "S" TO WS-FIM-DEPENDENTES
009900             GO TO 1100-LER-DEPENDENTE-EXIT
010000     END-READ.
010100     IF DEPE-FUNC-ID IS NOT NUMERIC
010200         OR DEPE-FUNC-ID = ZERO
010300         OR NOT DEPE-DEDUZ-IRRF-SIM
010400         GO TO 1100-LER-DEPENDENTE-EXIT
010500     END-IF.
010600     IF WS-DEP-QTD(DEPE-FUNC-ID) < 99
010700         ADD 1 TO WS-DEP-QTD(DEPE-FUNC-ID)
010800     END-IF.
010900 1100-LER-DEPENDENTE-EXIT.
011000     EXIT.
