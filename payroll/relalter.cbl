002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    22/08/2026 DF      VERSAO INICIAL DO PROGRAMA.
002610*    15/10/2026 DF      NOVA COLUNA SIT COM A SITUACAO DO
002620*                       FUNCIONARIO ANTES/DEPOIS (A/F/D), GRAVADA
002630*                       NO LOG A PARTIR DESTA VERSAO (INCLUSIVE
002640*                       AS MUDANCAS AUTOMATICAS POR AFASTAMENTO).
002650*    15/10/2026 DF      NOVA COLUNA APROVADOR COM O SEGUNDO
002660*                       OPERADOR QUE APROVOU A PENDENCIA APLICADA
002670*                       PELO MANUTFUN; A COLUNA OPERADOR PASSA A
002680*                       SER QUEM DIGITOU. EM BRANCO NAS MUDANCAS
002690*                       AUTOMATICAS E NOS REGISTROS ANTIGOS.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
012800     05  FILLER                  PIC X(07) VALUE "VAR%".
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  FILLER                  PIC X(13) VALUE "DESTAQUE".
013010     05  FILLER                  PIC X(01) VALUE SPACE.
013020     05  FILLER                  PIC X(03) VALUE "SIT".
013030     05  FILLER                  PIC X(01) VALUE SPACE.
013040     05  FILLER                  PIC X(09) VALUE "APROVADOR".
013100     05  FILLER                  PIC X(05) VALUE SPACE.
013200
013300 01  WS-LINHA-DETALHE.
013400     05  WS-DET-ID               PIC Z(3)9.
015000     05  WS-DET-VARIACAO         PIC +ZZ9,99.
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  WS-DET-DESTAQUE         PIC X(13).
015210     05  FILLER                  PIC X(01) VALUE SPACE.
015220     05  WS-DET-SITUACAO.
015230         10  WS-DET-SIT-ANTES    PIC X(01).
015240         10  WS-DET-SIT-BARRA    PIC X(01).
015250         10  WS-DET-SIT-DEPOIS   PIC X(01).
015260     05  FILLER                  PIC X(01) VALUE SPACE.
015270     05  WS-DET-APROVADOR        PIC X(08).
015300     05  FILLER                  PIC X(06) VALUE SPACE.
015400
015500 01  WS-LINHA-RESUMO.
015600     05  FILLER                  PIC X(22) VALUE
027300     MOVE LOG-DATA OF WS-LOG-ENTRADA TO WS-DET-DATA.
027400     MOVE LOG-HORA OF WS-LOG-ENTRADA TO WS-DET-HORA.
027500     MOVE LOG-OPERADOR OF WS-LOG-ENTRADA TO WS-DET-OPERADOR.
027510     MOVE LOG-APROVADOR OF WS-LOG-ENTRADA TO WS-DET-APROVADOR.
027600     MOVE LOG-CARGO-ANTES OF WS-LOG-ENTRADA
027700         TO WS-DET-CARGO-ANTES.
027800     MOVE LOG-CARGO-DEPOIS OF WS-LOG-ENTRADA
028100         TO WS-DET-SAL-ANTES.
028200     MOVE LOG-SALARIO-DEPOIS OF WS-LOG-ENTRADA
028300         TO WS-DET-SAL-DEPOIS.
028310     IF LOG-SITUACAO-ANTES OF WS-LOG-ENTRADA NOT = SPACE
028320         MOVE LOG-SITUACAO-ANTES OF WS-LOG-ENTRADA
028330             TO WS-DET-SIT-ANTES
028340         MOVE "/" TO WS-DET-SIT-BARRA
028350         MOVE LOG-SITUACAO-DEPOIS OF WS-LOG-ENTRADA
028360             TO WS-DET-SIT-DEPOIS
028370     END-IF.
028400     IF LOG-SALARIO-ANTES OF WS-LOG-ENTRADA NOT =
028500         LOG-SALARIO-DEPOIS OF WS-LOG-ENTRADA
028600         AND LOG-SALARIO-ANTES OF WS-LOG-ENTRADA NOT = ZERO
