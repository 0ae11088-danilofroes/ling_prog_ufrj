001300*                    ARQUIVO INTEIRO. TRANSACOES PARA UM FUNC-ID
001400*                    QUE NAO EXISTE NO MESTRE SAO DESVIADAS PARA
001500*                    O ARQUIVO TRANSACOES-REJEITADAS.
001510*                    COM A DUPLA CUSTODIA, A TRANSACAO DO LOTE
001520*                    SO GERA UMA PENDENCIA (ARQUIVO PENDENCIAS);
001530*                    O QUE CHEGA AO MESTRE SAO AS PENDENCIAS JA
001540*                    APROVADAS POR UM SEGUNDO OPERADOR.
001600*------------------------------------------------------------
001700*    HISTORICO DE ALTERACOES
001800*    DATA       AUTOR   DESCRICAO
002137*                       ESTRUTURA DO ARQUIVO CONFERIR. MESTRES
002138*                       GRAVADOS ANTES DESTA VERSAO DEVEM SER
002139*                       RECARREGADOS PELO CARGA-MESTRE.
002140*    15/10/2026 DF      NA VARREDURA FINAL DO MESTRE A SITUACAO
002142*                       DO FUNCIONARIO PASSA A ACOMPANHAR O
002144*                       ARQUIVO AFASTAMENTOS (VIA
002146*                       CONSULTA-AFASTAMENTO), NA DATA DA
002148*                       EXECUCAO: ATIVO COM AFASTAMENTO VIGENTE
002150*                       PASSA A AFASTADO; AFASTADO CUJO
002152*                       AFASTAMENTO TERMINOU, SEM OUTRO VIGENTE,
002154*                       VOLTA A ATIVO. DESLIGADOS NAO SAO
002156*                       TOCADOS. CADA MUDANCA VAI PARA O LOG, QUE
002158*                       PASSA A GUARDAR TAMBEM A SITUACAO
002160*                       ANTES/DEPOIS. AFASTAMENTO INCONSISTENTE
002162*                       ABORTA O LOTE.
002164*    15/10/2026 DF      DUPLA CUSTODIA: AS TRANSACOES DO LOTE NAO
002166*                       ALTERAM MAIS O MESTRE NA MESMA EXECUCAO.
002168*                       CADA UMA ENTRA NO ARQUIVO PENDENCIAS
002170*                       (LAYOUT PENDREC) COM O OPERADOR QUE A
002172*                       DIGITOU, MARCADA QUANDO ALTERA DADOS
002174*                       BANCARIOS OU VARIA O SALARIO ACIMA DO
002176*                       PERCENTUAL DE ALERTA DO PARAMETROS. SO AS
002178*                       PENDENCIAS APROVADAS POR OUTRO OPERADOR
002180*                       (APROVA-PENDENCIAS) SAO APLICADAS PELO
002182*                       2300-APLICAR-ATUALIZACAO, NA EXECUCAO
002184*                       SEGUINTE A APROVACAO. O LOG PASSA A
002186*                       GUARDAR QUEM DIGITOU E QUEM APROVOU. LOTE
002188*                       COM TRANSACOES E SEM OPERADOR IDENTIFICADO
002190*                       ABORTA.
002192******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003450     SELECT LOG-ALTERACOES ASSIGN TO "LOGALTER"
003460         ORGANIZATION IS SEQUENTIAL
003470         FILE STATUS IS WS-STATUS-LOG.
003477     SELECT PENDENCIAS ASSIGN TO "PENDENCIAS"
003484         ORGANIZATION IS SEQUENTIAL
003491         FILE STATUS IS WS-STATUS-PENDENCIAS.
003500
003600     SELECT TRANSACOES ASSIGN TO "TRANSACOES"
003700         ORGANIZATION IS SEQUENTIAL.
005785     LABEL RECORDS ARE STANDARD
005786     RECORDING MODE IS F.
005787     COPY LOGREC.
005788******************************************************************
005789*    PENDENCIAS DE MANUTENCAO: AS TRANSACOES DO LOTE SAO
005790*    ACRESCENTADAS NO FIM COMO PENDENTES; AS APROVADAS SAO
005791*    APLICADAS AO MESTRE E REGRAVADAS NO LUGAR COMO APLICADAS.
005792******************************************************************
005793 FD  PENDENCIAS
005794     LABEL RECORDS ARE STANDARD
005795     RECORDING MODE IS F.
005796     COPY PENDREC.
005800
005900 WORKING-STORAGE SECTION.
006000
006300         88  FIM-TRANSACAO           VALUE "S".
006310     05  WS-FIM-MESTRE           PIC X(01) VALUE "N".
006320         88  FIM-MESTRE              VALUE "S".
006330     05  WS-FIM-PENDENCIA        PIC X(01) VALUE "N".
006340         88  FIM-PENDENCIA           VALUE "S".
006400
006500 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
006600     88  MESTRE-OK                  VALUE "00".
006610
006620 01  WS-STATUS-LOG              PIC X(02) VALUE SPACE.
006630     88  LOG-OK                     VALUE "00".
006632 01  WS-STATUS-PENDENCIAS       PIC X(02) VALUE SPACE.
006634     88  PENDENCIAS-OK              VALUE "00".
006636     88  PENDENCIAS-INEXISTENTE     VALUE "35".
006640
006650 01  WS-CARIMBO-EXECUCAO.
006660     05  WS-CAR-DATA             PIC 9(08) VALUE ZERO.
006691 01  WS-IMAGEM-ANTES.
006692     05  WS-ANT-CARGO            PIC X(40) VALUE SPACE.
006693     05  WS-ANT-SALARIO          PIC 9(5)V99 VALUE ZERO.
006694     05  WS-ANT-SITUACAO         PIC X(01) VALUE SPACE.
006698******************************************************************
006702*    RESPONSAVEIS GRAVADOS NO LOG: QUEM DIGITOU E QUEM APROVOU A
006706*    PENDENCIA APLICADA (NAS MUDANCAS AUTOMATICAS DE SITUACAO, O
006710*    OPERADOR DA EXECUCAO E NENHUM APROVADOR).
006714******************************************************************
006718 01  WS-RESPONSAVEIS.
006722     05  WS-LOG-DIGITADOR        PIC X(08) VALUE SPACE.
006726     05  WS-LOG-APROVADOR        PIC X(08) VALUE SPACE.
006730
006734     COPY TRANSREC
006738         REPLACING ==TRANS-REGISTRO== BY ==WS-TRANSACAO==.
006742
006746     COPY PARAMREC.
006750
006754 01  WS-AREA-VARIACAO.
006758     05  WS-PERC-VARIACAO        PIC S9(3)V99 VALUE ZERO.
006762     05  WS-PERC-ABSOLUTO        PIC 9(3)V99 VALUE ZERO.
006766
006770 01  WS-MOTIVO-REJEICAO         PIC X(54) VALUE SPACE.
006774
006778     COPY AFASREC.
006782
006800 01  WS-CONTADORES.
006900     05  WS-QTD-APLICADAS        PIC 9(05) COMP VALUE ZERO.
007000     05  WS-QTD-REJEITADAS       PIC 9(05) COMP VALUE ZERO.
007010     05  WS-QTD-MESTRE           PIC 9(07) COMP VALUE ZERO.
007020     05  WS-HASH-SALARIOS        PIC 9(11)V99 VALUE ZERO.
007030     05  WS-QTD-SITUACOES        PIC 9(05) COMP VALUE ZERO.
007040     05  WS-QTD-REGISTRADAS      PIC 9(05) COMP VALUE ZERO.
007050     05  WS-ULT-PENDENCIA        PIC 9(06) VALUE ZERO.
007100
007200 01  WS-LINHA-REJEICAO.
007300     05  FILLER                  PIC X(10) VALUE "FUNC-ID : ".
008600         "TRANSACOES REJEITADA".
008700     05  FILLER                  PIC X(02) VALUE ": ".
008800     05  WS-RES-REJEITADAS       PIC Z(4)9.
008810     05  FILLER                  PIC X(03) VALUE SPACE.
008820     05  FILLER                  PIC X(20) VALUE
008830         "SITUACOES AFASTAMENT".
008840     05  FILLER                  PIC X(02) VALUE ": ".
008850     05  WS-RES-SITUACOES        PIC Z(4)9.
008860     05  FILLER                  PIC X(03) VALUE SPACE.
008870     05  FILLER                  PIC X(20) VALUE
008880         "PENDENCIAS GRAVADAS".
008890     05  FILLER                  PIC X(02) VALUE ": ".
008900     05  WS-RES-REGISTRADAS      PIC Z(4)9.
008910     05  FILLER                  PIC X(15) VALUE SPACE.
009000
009100 PROCEDURE DIVISION.
009200
009300 0000-MAINLINE.
009400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
009410     PERFORM 1500-APLICAR-APROVADAS
009420         THRU 1500-APLICAR-APROVADAS-EXIT.
009500     PERFORM 2000-PROCESSA-TRANSACAO
009600         THRU 2000-PROCESSA-TRANSACAO-EXIT
009700         UNTIL FIM-TRANSACAO.
010600         MOVE 12 TO RETURN-CODE
010700         STOP RUN
010800     END-IF.
010810     CALL "CARGA-PARAMETROS" USING PARAM-AREA.
010820     IF PARAM-ERRO
010830         DISPLAY "MANUTFUN ABORTADO: " PARAM-MENSAGEM
010840         MOVE 12 TO RETURN-CODE
010850         STOP RUN
010860     END-IF.
010900     OPEN INPUT TRANSACOES.
011000     OPEN OUTPUT TRANSACOES-REJEITADAS.
011010     OPEN EXTEND LOG-ALTERACOES.
011060     ACCEPT WS-CAR-HORA FROM TIME.
011070     ACCEPT WS-CAR-OPERADOR FROM ENVIRONMENT "USER".
011100     PERFORM 1250-LER-TRANSACAO THRU 1250-LER-TRANSACAO-EXIT.
011110     IF NOT FIM-TRANSACAO AND WS-CAR-OPERADOR = SPACE
011120         DISPLAY "MANUTFUN ABORTADO: OPERADOR NAO IDENTIFICADO "
011130             "(USER) PARA REGISTRAR AS TRANSACOES DO LOTE"
011140         MOVE 12 TO RETURN-CODE
011150         STOP RUN
011160     END-IF.
011200 1000-INICIALIZAR-EXIT.
011300     EXIT.
011400
011900     END-READ.
012000 1250-LER-TRANSACAO-EXIT.
012100     EXIT.
012101******************************************************************
012102*    APLICA AO MESTRE, NA ORDEM DE DIGITACAO, AS PENDENCIAS JA
012103*    APROVADAS POR UM SEGUNDO OPERADOR E AINDA NAO APLICADAS, E
012104*    REGRAVA CADA UMA COMO APLICADA (OU DESCARTADA, SE O FUNC-ID
012105*    NAO ESTIVER MAIS NO MESTRE). NA MESMA PASSADA APURA O ULTIMO
012106*    NUMERO DE PENDENCIA, DE ONDE CONTINUA A NUMERACAO DAS NOVAS.
012107*    SEM ARQUIVO DE PENDENCIAS AINDA, NAO HA O QUE APLICAR E ELE E
012108*    CRIADO VAZIO; AO FINAL FICA ABERTO PARA ACRESCENTAR O LOTE.
012109******************************************************************
012110 1500-APLICAR-APROVADAS.
012111     OPEN I-O PENDENCIAS.
012112     IF PENDENCIAS-INEXISTENTE
012113         OPEN OUTPUT PENDENCIAS
012114         GO TO 1500-APLICAR-APROVADAS-EXIT
012115     END-IF.
012116     IF NOT PENDENCIAS-OK
012117         DISPLAY "MANUTFUN ABORTADO: ARQUIVO PENDENCIAS "
012118             "INDISPONIVEL (STATUS " WS-STATUS-PENDENCIAS ")"
012119         MOVE 12 TO RETURN-CODE
012120         STOP RUN
012121     END-IF.
012122     PERFORM 1550-LER-PENDENCIA THRU 1550-LER-PENDENCIA-EXIT.
012123     PERFORM 1600-APLICA-PENDENCIA THRU 1600-APLICA-PENDENCIA-EXIT
012124         UNTIL FIM-PENDENCIA.
012125     CLOSE PENDENCIAS.
012126     OPEN EXTEND PENDENCIAS.
012127 1500-APLICAR-APROVADAS-EXIT.
012128     EXIT.
012129
012130 1550-LER-PENDENCIA.
012131     READ PENDENCIAS
012132         AT END
012133             MOVE "S" TO WS-FIM-PENDENCIA
012134     END-READ.
012135 1550-LER-PENDENCIA-EXIT.
012136     EXIT.
012137
012138 1600-APLICA-PENDENCIA.
012139     IF PEND-NUMERO > WS-ULT-PENDENCIA
012140         MOVE PEND-NUMERO TO WS-ULT-PENDENCIA
012141     END-IF.
012142     IF PEND-APROVADA
012143         PERFORM 1650-EFETIVA-PENDENCIA
012144             THRU 1650-EFETIVA-PENDENCIA-EXIT
012145     END-IF.
012146     PERFORM 1550-LER-PENDENCIA THRU 1550-LER-PENDENCIA-EXIT.
012147 1600-APLICA-PENDENCIA-EXIT.
012148     EXIT.
012149
012150 1650-EFETIVA-PENDENCIA.
012151     MOVE PEND-TRANSACAO TO WS-TRANSACAO.
012152     MOVE PEND-DIGITADOR TO WS-LOG-DIGITADOR.
012153     MOVE PEND-APROVADOR TO WS-LOG-APROVADOR.
012154     MOVE TRANS-FUNC-ID OF WS-TRANSACAO
012155         TO FUNC-ID OF MESTRE-REGISTRO.
012156     READ FUNCIONARIOS-MESTRE
012157         INVALID KEY
012158             MOVE "PENDENCIA APROVADA SEM FUNCIONARIO NO CADASTRO"
012159                 TO WS-MOTIVO-REJEICAO
012160             PERFORM 2200-REJEITAR-TRANSACAO
012161                 THRU 2200-REJEITAR-TRANSACAO-EXIT
012162             MOVE "X" TO PEND-SITUACAO
012163         NOT INVALID KEY
012164             PERFORM 2300-APLICAR-ATUALIZACAO
012165                 THRU 2300-APLICAR-ATUALIZACAO-EXIT
012166             MOVE "E" TO PEND-SITUACAO
012167     END-READ.
012168     MOVE WS-CAR-DATA TO PEND-DATA-APLICACAO.
012169     MOVE WS-CAR-HORA TO PEND-HORA-APLICACAO.
012170     REWRITE PEND-REGISTRO.
012171 1650-EFETIVA-PENDENCIA-EXIT.
012172     EXIT.
012200
012300******************************************************************
012400*    REGISTRA A TRANSACAO CORRENTE COMO PENDENCIA: LE O REGISTRO
012500*    DO MESTRE PELO FUNC-ID DA TRANSACAO SO PARA CONFERIR QUE ELE
012600*    EXISTE E GUARDAR O SALARIO ATUAL; O MESTRE NAO E ALTERADO
012700*    AQUI (SO DEPOIS DA APROVACAO, PELO 1650/2300).
012800*    TRANSACAO SEM FUNCIONARIO CORRESPONDENTE E REJEITADA.
012900******************************************************************
013000 2000-PROCESSA-TRANSACAO.
013010     MOVE TRANSACOES-REGISTRO TO WS-TRANSACAO.
013013     MOVE "TRANSACAO SEM FUNCIONARIO CORRESPONDENTE NO CADASTRO"
013016         TO WS-MOTIVO-REJEICAO.
013020     MOVE TRANS-FUNC-ID OF WS-TRANSACAO
013030         TO FUNC-ID OF MESTRE-REGISTRO.
013300     READ FUNCIONARIOS-MESTRE
013400         INVALID KEY
013500             PERFORM 2200-REJEITAR-TRANSACAO
013600                 THRU 2200-REJEITAR-TRANSACAO-EXIT
013700         NOT INVALID KEY
013800             PERFORM 2100-REGISTRAR-PENDENCIA
013900                 THRU 2100-REGISTRAR-PENDENCIA-EXIT
014000     END-READ.
014100     PERFORM 1250-LER-TRANSACAO THRU 1250-LER-TRANSACAO-EXIT.
014200 2000-PROCESSA-TRANSACAO-EXIT.
014300     EXIT.
014301******************************************************************
014302*    GRAVA A PENDENCIA DA TRANSACAO, NUMERADA EM SEQUENCIA, COM O
014303*    OPERADOR E O CARIMBO DA DIGITACAO E O SALARIO ATUAL DO
014304*    MESTRE, JA CLASSIFICADA QUANTO A APROVACAO OBRIGATORIAMENTE
014305*    INDIVIDUAL.
014306******************************************************************
014307 2100-REGISTRAR-PENDENCIA.
014308     MOVE SPACE TO PEND-REGISTRO.
014309     ADD 1 TO WS-ULT-PENDENCIA.
014310     MOVE WS-ULT-PENDENCIA TO PEND-NUMERO.
014311     MOVE "P" TO PEND-SITUACAO.
014312     MOVE WS-CAR-OPERADOR TO PEND-DIGITADOR.
014313     MOVE WS-CAR-DATA TO PEND-DATA-DIGITACAO.
014314     MOVE WS-CAR-HORA TO PEND-HORA-DIGITACAO.
014315     IF FUNC-SALARIO OF MESTRE-REGISTRO IS NUMERIC
014316         MOVE FUNC-SALARIO OF MESTRE-REGISTRO
014317             TO PEND-SALARIO-ATUAL
014318     ELSE
014319         MOVE ZERO TO PEND-SALARIO-ATUAL
014320     END-IF.
014321     MOVE ZERO TO PEND-DATA-DECISAO PEND-HORA-DECISAO
014322         PEND-DATA-APLICACAO PEND-HORA-APLICACAO.
014323     MOVE WS-TRANSACAO TO PEND-TRANSACAO.
014324     PERFORM 2150-CLASSIFICA-PENDENCIA
014325         THRU 2150-CLASSIFICA-PENDENCIA-EXIT.
014326     WRITE PEND-REGISTRO.
014327     ADD 1 TO WS-QTD-REGISTRADAS.
014328 2100-REGISTRAR-PENDENCIA-EXIT.
014329     EXIT.
014330
014331******************************************************************
014332*    MARCA A PENDENCIA QUE SO PODE SER APROVADA INDIVIDUALMENTE:
014333*    QUALQUER DADO BANCARIO PREENCHIDO (MESMA REGRA DE CAMPO
014334*    PREENCHIDO DO 2300) OU SALARIO NOVO CUJA VARIACAO SOBRE O
014335*    ATUAL, EM VALOR ABSOLUTO, PASSE DO PERCENTUAL DE ALERTA DO
014336*    PARAMETROS (COM O ALERTA ATIVO). SALARIO ATUAL ZERO NAO TEM
014337*    VARIACAO CALCULAVEL E TAMBEM E MARCADO.
014338******************************************************************
014339 2150-CLASSIFICA-PENDENCIA.
014340     MOVE "N" TO PEND-ALTERA-BANCO.
014341     MOVE "N" TO PEND-ACIMA-ALERTA.
014342     IF (TRANS-BANCO-NOVO OF WS-TRANSACAO IS NUMERIC
014343         AND TRANS-BANCO-NOVO OF WS-TRANSACAO NOT = "000")
014344         OR (TRANS-AGENCIA-NOVA OF WS-TRANSACAO IS NUMERIC
014345         AND TRANS-AGENCIA-NOVA OF WS-TRANSACAO NOT = "0000")
014346         OR (TRANS-CONTA-NOVA OF WS-TRANSACAO IS NUMERIC
014347         AND TRANS-CONTA-NOVA OF WS-TRANSACAO NOT = "00000000")
014348         OR TRANS-DIGITO-NOVO OF WS-TRANSACAO NOT = SPACE
014349         MOVE "S" TO PEND-ALTERA-BANCO
014350     END-IF.
014351     IF TRANS-SALARIO-NOVO OF WS-TRANSACAO = ZERO
014352         OR PARAM-PERC-ALERTA = ZERO
014353         GO TO 2150-CLASSIFICA-PENDENCIA-EXIT
014354     END-IF.
014355     IF PEND-SALARIO-ATUAL = ZERO
014356         MOVE "S" TO PEND-ACIMA-ALERTA
014357         GO TO 2150-CLASSIFICA-PENDENCIA-EXIT
014358     END-IF.
014359     COMPUTE WS-PERC-VARIACAO ROUNDED =
014360         ((TRANS-SALARIO-NOVO OF WS-TRANSACAO
014361         - PEND-SALARIO-ATUAL)
014362         / PEND-SALARIO-ATUAL) * 100
014363         ON SIZE ERROR
014364             MOVE 999,99 TO WS-PERC-VARIACAO
014365     END-COMPUTE.
014366     MOVE WS-PERC-VARIACAO TO WS-PERC-ABSOLUTO.
014367     IF WS-PERC-ABSOLUTO > PARAM-PERC-ALERTA
014368         MOVE "S" TO PEND-ACIMA-ALERTA
014369     END-IF.
014370 2150-CLASSIFICA-PENDENCIA-EXIT.
014371     EXIT.
014400
014500 2200-REJEITAR-TRANSACAO.
014600     MOVE SPACE TO WS-LINHA-REJEICAO.
014700     MOVE TRANS-FUNC-ID OF WS-TRANSACAO TO WS-REJ-ID.
014800     MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO.
015000     WRITE TRANSREJ-LINHA FROM WS-LINHA-REJEICAO.
015100     ADD 1 TO WS-QTD-REJEITADAS.
015200 2200-REJEITAR-TRANSACAO-EXIT.
015500 2300-APLICAR-ATUALIZACAO.
015510     MOVE FUNC-CARGO OF MESTRE-REGISTRO TO WS-ANT-CARGO.
015520     MOVE FUNC-SALARIO OF MESTRE-REGISTRO TO WS-ANT-SALARIO.
015530     PERFORM 2360-GUARDA-SITUACAO THRU 2360-GUARDA-SITUACAO-EXIT.
015600     IF TRANS-CARGO-NOVO OF WS-TRANSACAO NOT = SPACE
015700         MOVE TRANS-CARGO-NOVO OF WS-TRANSACAO
015800             TO FUNC-CARGO OF MESTRE-REGISTRO
015900     END-IF.
016000     IF TRANS-SALARIO-NOVO OF WS-TRANSACAO NOT = ZERO
016100         MOVE TRANS-SALARIO-NOVO OF WS-TRANSACAO
016200             TO FUNC-SALARIO OF MESTRE-REGISTRO
016300     END-IF.
016310     IF TRANS-ADMISSAO-NOVA OF WS-TRANSACAO IS NUMERIC
016320         AND TRANS-ADMISSAO-NOVA OF WS-TRANSACAO
016330             NOT = ZERO
016340         MOVE TRANS-ADMISSAO-NOVA OF WS-TRANSACAO
016350             TO FUNC-DATA-ADMISSAO OF MESTRE-REGISTRO
016360     END-IF.
016361     IF TRANS-SITUACAO-NOVA OF WS-TRANSACAO NOT = SPACE
016362         MOVE TRANS-SITUACAO-NOVA OF WS-TRANSACAO
016363             TO FUNC-SITUACAO OF MESTRE-REGISTRO
016364     END-IF.
016365     IF TRANS-DESLIGAMENTO-NOVO OF WS-TRANSACAO
016366             IS NUMERIC
016367         AND TRANS-DESLIGAMENTO-NOVO OF WS-TRANSACAO
016368             NOT = "00000000"
016369         MOVE TRANS-DESLIGAMENTO-NOVO OF WS-TRANSACAO
016370             TO FUNC-DATA-DESLIGAMENTO OF MESTRE-REGISTRO
016371     END-IF.
016372     IF TRANS-BANCO-NOVO OF WS-TRANSACAO IS NUMERIC
016373         AND TRANS-BANCO-NOVO OF WS-TRANSACAO NOT = "000"
016374         MOVE TRANS-BANCO-NOVO OF WS-TRANSACAO
016375             TO FUNC-BANCO OF MESTRE-REGISTRO
016376     END-IF.
016377     IF TRANS-AGENCIA-NOVA OF WS-TRANSACAO IS NUMERIC
016378         AND TRANS-AGENCIA-NOVA OF WS-TRANSACAO
016379             NOT = "0000"
016380         MOVE TRANS-AGENCIA-NOVA OF WS-TRANSACAO
016381             TO FUNC-AGENCIA OF MESTRE-REGISTRO
016382     END-IF.
016383     IF TRANS-CONTA-NOVA OF WS-TRANSACAO IS NUMERIC
016384         AND TRANS-CONTA-NOVA OF WS-TRANSACAO
016385             NOT = "00000000"
016386         MOVE TRANS-CONTA-NOVA OF WS-TRANSACAO
016387             TO FUNC-CONTA OF MESTRE-REGISTRO
016388     END-IF.
016389     IF TRANS-DIGITO-NOVO OF WS-TRANSACAO NOT = SPACE
016390         MOVE TRANS-DIGITO-NOVO OF WS-TRANSACAO
016391             TO FUNC-CONTA-DIGITO OF MESTRE-REGISTRO
016392     END-IF.
016393     IF TRANS-CPF-NOVO OF WS-TRANSACAO IS NUMERIC
016394         AND TRANS-CPF-NOVO OF WS-TRANSACAO
016395             NOT = "00000000000"
016396         MOVE TRANS-CPF-NOVO OF WS-TRANSACAO
016397             TO FUNC-CPF OF MESTRE-REGISTRO
016398     END-IF.
016399     IF TRANS-CCUSTO-NOVO OF WS-TRANSACAO NOT = SPACE
016401         MOVE TRANS-CCUSTO-NOVO OF WS-TRANSACAO
016402             TO FUNC-CENTRO-CUSTO OF MESTRE-REGISTRO
016403     END-IF.
016405     REWRITE MESTRE-REGISTRO.
016450     PERFORM 2350-GRAVAR-LOG THRU 2350-GRAVAR-LOG-EXIT.
016500     ADD 1 TO WS-QTD-APLICADAS.
016600 2300-APLICAR-ATUALIZACAO-EXIT.
016700     EXIT.
016710
016720******************************************************************
016730*    GRAVA NO LOG PERMANENTE A IMAGEM ANTES/DEPOIS DA ALTERACAO
016740*    RECEM APLICADA, COM O CARIMBO (DATA/HORA) DA EXECUCAO, QUEM
016750*    DIGITOU E QUEM APROVOU, PARA RESPONDER "QUEM ALTEROU, QUEM
016760*    AUTORIZOU, QUANDO E DE QUE VALOR PARA QUE VALOR".
016770******************************************************************
016780 2350-GRAVAR-LOG.
016781     MOVE SPACE TO LOG-REGISTRO.
016782     MOVE FUNC-ID OF MESTRE-REGISTRO TO LOG-FUNC-ID.
016783     MOVE WS-CAR-DATA TO LOG-DATA.
016784     MOVE WS-CAR-HORA TO LOG-HORA.
016787     MOVE WS-LOG-DIGITADOR TO LOG-OPERADOR.
016790     MOVE WS-LOG-APROVADOR TO LOG-APROVADOR.
016793     MOVE WS-ANT-CARGO TO LOG-CARGO-ANTES.
016796     MOVE FUNC-CARGO OF MESTRE-REGISTRO TO LOG-CARGO-DEPOIS.
016799     MOVE WS-ANT-SALARIO TO LOG-SALARIO-ANTES.
016802     MOVE FUNC-SALARIO OF MESTRE-REGISTRO
016805         TO LOG-SALARIO-DEPOIS.
016808     MOVE WS-ANT-SITUACAO TO LOG-SITUACAO-ANTES.
016811     IF FUNC-SITUACAO-ATIVO OF MESTRE-REGISTRO
016814         MOVE "A" TO LOG-SITUACAO-DEPOIS
016817     ELSE
016820         MOVE FUNC-SITUACAO OF MESTRE-REGISTRO
016823             TO LOG-SITUACAO-DEPOIS
016826     END-IF.
016829     WRITE LOG-REGISTRO.
016832 2350-GRAVAR-LOG-EXIT.
016835     EXIT.
016838
016841******************************************************************
016844*    GUARDA A SITUACAO ANTERIOR DO FUNCIONARIO PARA O LOG (BRANCO
016847*    DE REGISTRO ANTIGO VAI COMO "A", ATIVO).
016850******************************************************************
016853 2360-GUARDA-SITUACAO.
016856     IF FUNC-SITUACAO-ATIVO OF MESTRE-REGISTRO
016859         MOVE "A" TO WS-ANT-SITUACAO
016862     ELSE
016865         MOVE FUNC-SITUACAO OF MESTRE-REGISTRO TO WS-ANT-SITUACAO
016868     END-IF.
016871 2360-GUARDA-SITUACAO-EXIT.
016874     EXIT.
016877
016900******************************************************************
017000*    VARRE O MESTRE INTEIRO EM ORDEM DE CHAVE, CONTANDO OS
017100*    REGISTROS E ACUMULANDO O HASH DOS SALARIOS, PARA GRAVAR OS
017200*    TOTAIS DE CONTROLE QUE O VERIFICA-MESTRE REBATE ANTES DO
017300*    RELATORIO RODAR. NA MESMA PASSADA ACERTA A SITUACAO DE CADA
017310*    FUNCIONARIO PELOS AFASTAMENTOS NA DATA DA EXECUCAO.
017400******************************************************************
017500 3000-TOTALIZAR-MESTRE.
017600     MOVE ZERO TO FUNC-ID OF MESTRE-REGISTRO.
019100             MOVE "S" TO WS-FIM-MESTRE
019200             GO TO 3100-CONTABILIZA-REGISTRO-EXIT
019300     END-READ.
019310     PERFORM 3200-ATUALIZA-SITUACAO
019320         THRU 3200-ATUALIZA-SITUACAO-EXIT.
019400     ADD 1 TO WS-QTD-MESTRE.
019500     IF FUNC-SALARIO OF MESTRE-REGISTRO IS NUMERIC
019600         ADD FUNC-SALARIO OF MESTRE-REGISTRO TO WS-HASH-SALARIOS
019700     END-IF.
019800 3100-CONTABILIZA-REGISTRO-EXIT.
019900     EXIT.
019901
019902******************************************************************
019903*    SITUACAO DO FUNCIONARIO PELOS AFASTAMENTOS NA DATA DA
019904*    EXECUCAO: ATIVO COM AFASTAMENTO VIGENTE PASSA A AFASTADO;
019905*    AFASTADO SEM AFASTAMENTO VIGENTE, MAS COM AFASTAMENTO JA
019906*    ENCERRADO, VOLTA A ATIVO (AFASTADO SEM NENHUM REGISTRO NO
019907*    ARQUIVO FOI POSTO ASSIM POR TRANSACAO E FICA COMO ESTA).
019908*    DESLIGADO NAO E TOCADO. A MUDANCA E REGRAVADA E VAI PARA O
019909*    LOG COMO UMA ALTERACAO DO OPERADOR DA EXECUCAO.
019910******************************************************************
019911 3200-ATUALIZA-SITUACAO.
019912     IF FUNC-SITUACAO-DESLIGADO OF MESTRE-REGISTRO
019913         GO TO 3200-ATUALIZA-SITUACAO-EXIT
019914     END-IF.
019915     MOVE "S" TO AFAS-FUNCAO.
019916     MOVE FUNC-ID OF MESTRE-REGISTRO TO AFAS-FUNC-ID.
019917     MOVE WS-CAR-DATA TO AFAS-DATA-REFERENCIA.
019918     CALL "CONSULTA-AFASTAMENTO" USING AFAS-AREA.
019919     IF AFAS-FALHA
019920         DISPLAY "MANUTFUN ABORTADO: " AFAS-MENSAGEM
019921             " (FUNC-ID " FUNC-ID OF MESTRE-REGISTRO ")"
019922         MOVE 12 TO RETURN-CODE
019923         STOP RUN
019924     END-IF.
019925     MOVE FUNC-CARGO OF MESTRE-REGISTRO TO WS-ANT-CARGO.
019926     MOVE FUNC-SALARIO OF MESTRE-REGISTRO TO WS-ANT-SALARIO.
019927     PERFORM 2360-GUARDA-SITUACAO THRU 2360-GUARDA-SITUACAO-EXIT.
019928     IF AFAS-HA-VIGENTE
019929         AND FUNC-SITUACAO-ATIVO OF MESTRE-REGISTRO
019930         MOVE "F" TO FUNC-SITUACAO OF MESTRE-REGISTRO
019931     ELSE
019932         IF NOT AFAS-HA-VIGENTE AND AFAS-HA-ENCERRADO
019933             AND FUNC-SITUACAO-AFASTADO OF MESTRE-REGISTRO
019934             MOVE "A" TO FUNC-SITUACAO OF MESTRE-REGISTRO
019935         ELSE
019936             GO TO 3200-ATUALIZA-SITUACAO-EXIT
019937         END-IF
019938     END-IF.
019939     REWRITE MESTRE-REGISTRO.
019947     MOVE WS-CAR-OPERADOR TO WS-LOG-DIGITADOR.
019955     MOVE SPACE TO WS-LOG-APROVADOR.
019963     PERFORM 2350-GRAVAR-LOG THRU 2350-GRAVAR-LOG-EXIT.
019971     ADD 1 TO WS-QTD-SITUACOES.
019979 3200-ATUALIZA-SITUACAO-EXIT.
019987     EXIT.
020000
020100 9000-FINALIZAR.
020200     CLOSE FUNCIONARIOS-MESTRE.
020300     CLOSE TRANSACOES.
020400     CLOSE TRANSACOES-REJEITADAS.
020410     CLOSE LOG-ALTERACOES.
020420     CLOSE PENDENCIAS.
020500     PERFORM 9100-GRAVAR-CONTROLE
020600         THRU 9100-GRAVAR-CONTROLE-EXIT.
020700     MOVE WS-QTD-APLICADAS TO WS-RES-APLICADAS.
020800     MOVE WS-QTD-REJEITADAS TO WS-RES-REJEITADAS.
020810     MOVE WS-QTD-SITUACOES TO WS-RES-SITUACOES.
020820     MOVE WS-QTD-REGISTRADAS TO WS-RES-REGISTRADAS.
020900     DISPLAY WS-LINHA-RESUMO.
021000 9000-FINALIZAR-EXIT.
021100     EXIT.
