001100*                    CONTROLE-CICLO): O OPERADOR INFORMA UMA
001200*                    COMPETENCIA (AAAAMM) E RECEBE A SITUACAO DE
001300*                    CADA PASSO DO CICLO (VERIFMST, RELFUNC,
001400*                    CONCBANC, ENCPATR) EM CADA MODO DE FOLHA
001500*                    (NORMAL, 13O, FERIAS, RESCISAO), COM OS
001600*                    CARIMBOS DE INICIO E TERMINO E O OPERADOR,
001700*                    ANTES DE LIBERAR O PAGAMENTO. ZERO OU
001800*                    ENTRADA EM BRANCO ENCERRA A CONSULTA.
001900*------------------------------------------------------------
002000*    HISTORICO DE ALTERACOES
002100*    DATA       AUTOR   DESCRICAO
002200*    02/09/2026 DF      VERSAO INICIAL DO PROGRAMA.
002210*    14/10/2026 DF      INCLUIDO O PASSO ENCPATR (ENCARGOS
002220*                       PATRONAIS) NA TABELA DE PASSOS
002230*                       CONSULTADOS.
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
004900     05  FILLER                  PIC X(08) VALUE "VERIFMST".
005000     05  FILLER                  PIC X(08) VALUE "RELFUNC ".
005100     05  FILLER                  PIC X(08) VALUE "CONCBANC".
005110     05  FILLER                  PIC X(08) VALUE "ENCPATR ".
005200 01  WS-TABELA-PASSOS REDEFINES WS-TABELA-PASSOS-VALORES.
005300     05  WS-PASSO-NOME           PIC X(08) OCCURS 4 TIMES.
005400
005500 01  WS-TABELA-MODOS-VALORES.
005600     05  FILLER                  PIC X(01) VALUE "N".
010600     MOVE "N" TO WS-ACHOU-PASSO.
010700     PERFORM 2100-CONSULTA-PASSO THRU 2100-CONSULTA-PASSO-EXIT
010800         VARYING WS-PASSO-SUB FROM 1 BY 1
010900         UNTIL WS-PASSO-SUB > 4.
011000     IF NOT ACHOU-PASSO
011100         DISPLAY "NENHUM PASSO REGISTRADO PARA A COMPETENCIA "
011200             WS-COMPETENCIA-INFORMADA
