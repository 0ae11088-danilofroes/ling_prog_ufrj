000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APROVA-PENDENCIAS.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: APROVA-PENDENCIAS
000900*    DESCRICAO.....: SEGUNDA CUSTODIA DAS MANUTENCOES DO MESTRE.
001000*                    O OPERADOR DA EXECUCAO (VARIAVEL USER) APROVA
001100*                    OU RECUSA AS PENDENCIAS DIGITADAS NO MANUTFUN
001200*                    (ARQUIVO PENDENCIAS), CONFORME O ARQUIVO
001300*                    OPCIONAL DECISOES: "A" APROVA E "R" RECUSA
001400*                    (COM MOTIVO) UMA PENDENCIA PELO NUMERO; "T"
001500*                    APROVA EM LOTE AS PENDENCIAS COMUNS. NINGUEM
001600*                    DECIDE PENDENCIA QUE ELE MESMO DIGITOU, E AS
001700*                    QUE ALTERAM DADOS BANCARIOS OU VARIAM O
001800*                    SALARIO ACIMA DO PERCENTUAL DE ALERTA NUNCA
001900*                    ENTRAM NO LOTE: SO SAEM COM "A" INDIVIDUAL. A
002000*                    DECISAO E REGRAVADA NA PENDENCIA COM O
002100*                    APROVADOR E O CARIMBO; QUEM APLICA AS
002200*                    APROVADAS AO MESTRE E O MANUTFUN SEGUINTE. O
002300*                    RELATORIO APROVACOES MOSTRA O RESULTADO DE
002400*                    CADA DECISAO E, PARA CONSULTA, TODAS AS
002500*                    PENDENCIAS QUE CONTINUAM EM ABERTO, COM O QUE
002600*                    CADA UMA ALTERA. SEM ARQUIVO DECISOES O
002700*                    PROGRAMA SO CONSULTA.
002800*                    CODIGO DE RETORNO: 0 = OK; 4 = ALGUMA
002900*                    DECISAO IGNORADA; 12 = OPERADOR NAO
003000*                    IDENTIFICADO OU ARQUIVO DECISOES INVALIDO.
003100*------------------------------------------------------------
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PENDENCIAS ASSIGN TO "PENDENCIAS"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-STATUS-PENDENCIAS.
004700
004800     SELECT DECISOES ASSIGN TO "DECISOES"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STATUS-DECISOES.
005100
005200     SELECT FUNCIONARIOS-MESTRE ASSIGN TO "FUNCMEST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS FUNC-ID OF MESTRE-REGISTRO
005600         ALTERNATE RECORD KEY IS FUNC-NOME
005700             OF MESTRE-REGISTRO WITH DUPLICATES
005800         FILE STATUS IS WS-STATUS-MESTRE.
005900
006000     SELECT APROVACOES ASSIGN TO "APROVACOES"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PENDENCIAS
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY PENDREC.
006900
007000******************************************************************
007100*    DECISOES DO OPERADOR, UMA POR LINHA: "A" APROVA E "R" RECUSA
007200*    A PENDENCIA DAS COLUNAS 3-8; NA RECUSA O MOTIVO (COLUNAS
007300*    10-49) E OBRIGATORIO. "T" APROVA TODAS AS PENDENCIAS COMUNS
007400*    DIGITADAS POR OUTRO OPERADOR. LINHA EM BRANCO OU COM "*" NA
007500*    COLUNA 1 E COMENTARIO.
007600******************************************************************
007700 FD  DECISOES
007800     LABEL RECORDS ARE STANDARD.
007900 01  DECISAO-REGISTRO.
008000     05  DECI-TIPO               PIC X(01).
008100     05  FILLER                  PIC X(01).
008200     05  DECI-NUMERO-TEXTO       PIC X(06).
008300     05  DECI-NUMERO REDEFINES DECI-NUMERO-TEXTO
008400                                 PIC 9(06).
008500     05  FILLER                  PIC X(01).
008600     05  DECI-MOTIVO             PIC X(40).
008700     05  FILLER                  PIC X(31).
008800
008900 FD  FUNCIONARIOS-MESTRE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY FUNCREC
009200         REPLACING ==FUNC-REGISTRO== BY ==MESTRE-REGISTRO==.
009300
009400 FD  APROVACOES
009500     LABEL RECORDS ARE STANDARD.
009600 01  APROVACOES-LINHA                PIC X(132).
009700
009800 WORKING-STORAGE SECTION.
009900
010000     COPY TRANSREC
010100         REPLACING ==TRANS-REGISTRO== BY ==WS-TRANSACAO==.
010200
010300 01  WS-SWITCHES.
010400     05  WS-FIM-PENDENCIA        PIC X(01) VALUE "N".
010500         88  FIM-PENDENCIA           VALUE "S".
010600     05  WS-FIM-DECISOES         PIC X(01) VALUE "N".
010700         88  FIM-DECISOES            VALUE "S".
010800     05  WS-TEM-LOTE             PIC X(01) VALUE "N".
010900         88  APROVACAO-EM-LOTE       VALUE "S".
011000     05  WS-TEM-PENDENCIAS       PIC X(01) VALUE "N".
011100         88  TEM-PENDENCIAS          VALUE "S".
011200
011300 01  WS-STATUS-PENDENCIAS       PIC X(02) VALUE SPACE.
011400     88  PENDENCIAS-OK              VALUE "00".
011500     88  PENDENCIAS-INEXISTENTE     VALUE "35".
011600
011700 01  WS-STATUS-DECISOES         PIC X(02) VALUE SPACE.
011800     88  DECISOES-OK                VALUE "00".
011900
012000 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
012100     88  MESTRE-OK                  VALUE "00".
012200
012300 01  WS-CARIMBO-EXECUCAO.
012400     05  WS-CAR-DATA             PIC 9(08) VALUE ZERO.
012500     05  WS-CAR-HORA             PIC 9(06) VALUE ZERO.
012600     05  WS-CAR-OPERADOR         PIC X(08) VALUE SPACE.
012700
012800 01  WS-CONTADORES.
012900     05  WS-QTD-APROVADAS        PIC 9(05) COMP VALUE ZERO.
013000     05  WS-QTD-RECUSADAS        PIC 9(05) COMP VALUE ZERO.
013100     05  WS-QTD-IGNORADAS        PIC 9(05) COMP VALUE ZERO.
013200     05  WS-QTD-ABERTAS          PIC 9(05) COMP VALUE ZERO.
013300
013400******************************************************************
013500*    DECISOES INDIVIDUAIS LIDAS DO ARQUIVO DECISOES, NA ORDEM DO
013600*    ARQUIVO. DEC-USADA MARCA AS QUE ENCONTRARAM A PENDENCIA, PARA
013700*    LISTAR NO FIM AS QUE NAO ENCONTRARAM.
013800******************************************************************
013900 01  WS-AREA-DECISOES.
014000     05  WS-QTD-DECISOES         PIC 9(03) COMP VALUE ZERO.
014100     05  WS-DEC-ITEM OCCURS 500 TIMES.
014200         10  WS-DEC-TIPO         PIC X(01).
014300         10  WS-DEC-NUMERO       PIC 9(06).
014400         10  WS-DEC-MOTIVO       PIC X(40).
014500         10  WS-DEC-USADA        PIC X(01).
014600
014700 77  WS-DEC-SUB                 PIC 9(03) COMP VALUE ZERO.
014800 77  WS-DEC-ACHADA              PIC 9(03) COMP VALUE ZERO.
014900
015000 01  WS-AREA-VARIACAO.
015100     05  WS-PERC-VARIACAO        PIC S9(3)V99 VALUE ZERO.
015200
015300 01  WS-RESULTADO               PIC X(50) VALUE SPACE.
015400
015500 01  WS-CABECALHO-1.
015600     05  FILLER                  PIC X(10) VALUE SPACE.
015700     05  FILLER                  PIC X(50) VALUE
015800         "APROVACAO DE PENDENCIAS DE MANUTENCAO DO MESTRE".
015900     05  FILLER                  PIC X(10) VALUE "OPERADOR: ".
016000     05  WS-CAB-OPERADOR         PIC X(08).
016100     05  FILLER                  PIC X(03) VALUE SPACE.
016200     05  FILLER                  PIC X(06) VALUE "DATA: ".
016300     05  WS-CAB-DATA             PIC 9(08).
016400     05  FILLER                  PIC X(37) VALUE SPACE.
016500
016600 01  WS-TITULO-DECISOES.
016700     05  FILLER                  PIC X(21) VALUE
016800         "DECISOES DO OPERADOR".
016900     05  FILLER                  PIC X(111) VALUE SPACE.
017000
017100 01  WS-CABECALHO-DECISOES.
017200     05  FILLER                  PIC X(06) VALUE "NUMERO".
017300     05  FILLER                  PIC X(01) VALUE SPACE.
017400     05  FILLER                  PIC X(04) VALUE "ID".
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  FILLER                  PIC X(25) VALUE "NOME".
017700     05  FILLER                  PIC X(01) VALUE SPACE.
017800     05  FILLER                  PIC X(08) VALUE "DIGITOU".
017900     05  FILLER                  PIC X(01) VALUE SPACE.
018000     05  FILLER                  PIC X(07) VALUE "DECISAO".
018100     05  FILLER                  PIC X(01) VALUE SPACE.
018200     05  FILLER                  PIC X(50) VALUE "RESULTADO".
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  FILLER                  PIC X(26) VALUE
018500         "MOTIVO DA RECUSA".
018600
018700 01  WS-LINHA-DECISAO.
018800     05  WS-DEC-LIN-NUMERO       PIC 9(06).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  WS-DEC-LIN-ID           PIC Z(3)9.
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  WS-DEC-LIN-NOME         PIC X(25).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  WS-DEC-LIN-DIGITADOR    PIC X(08).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  WS-DEC-LIN-DECISAO      PIC X(07).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  WS-DEC-LIN-RESULTADO    PIC X(50).
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  WS-DEC-LIN-MOTIVO       PIC X(26).
020100
020200 01  WS-LINHA-SEM-DECISOES.
020300     05  FILLER                  PIC X(40) VALUE
020400         "NENHUMA DECISAO INFORMADA (SO CONSULTA)".
020500     05  FILLER                  PIC X(92) VALUE SPACE.
020600
020700 01  WS-TITULO-ABERTAS.
020800     05  FILLER                  PIC X(21) VALUE
020900         "PENDENCIAS EM ABERTO".
021000     05  FILLER                  PIC X(111) VALUE SPACE.
021100
021200 01  WS-CABECALHO-ABERTAS.
021300     05  FILLER                  PIC X(06) VALUE "NUMERO".
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  FILLER                  PIC X(04) VALUE "ID".
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  FILLER                  PIC X(25) VALUE "NOME".
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  FILLER                  PIC X(08) VALUE "DIGITOU".
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  FILLER                  PIC X(08) VALUE "DATA".
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  FILLER                  PIC X(06) VALUE "HORA".
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  FILLER                  PIC X(09) VALUE "SAL ATUAL".
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  FILLER                  PIC X(09) VALUE "SAL NOVO".
022800     05  FILLER                  PIC X(01) VALUE SPACE.
022900     05  FILLER                  PIC X(07) VALUE "VAR%".
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  FILLER                  PIC X(10) VALUE "APROVACAO".
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  FILLER                  PIC X(30) VALUE "MOTIVO".
023400
023500 01  WS-LINHA-ABERTA.
023600     05  WS-ABE-NUMERO           PIC 9(06).
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  WS-ABE-ID               PIC Z(3)9.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  WS-ABE-NOME             PIC X(25).
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  WS-ABE-DIGITADOR        PIC X(08).
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  WS-ABE-DATA             PIC 9(08).
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  WS-ABE-HORA             PIC 9(06).
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  WS-ABE-SAL-ATUAL        PIC ZZ.ZZ9,99.
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  WS-ABE-SAL-NOVO         PIC ZZ.ZZ9,99.
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  WS-ABE-VARIACAO         PIC +ZZ9,99.
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  WS-ABE-APROVACAO        PIC X(10).
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  WS-ABE-MOTIVO           PIC X(30).
025700
025800******************************************************************
025900*    SEGUNDA LINHA DA PENDENCIA EM ABERTO: OS DEMAIS CAMPOS QUE A
026000*    TRANSACAO ALTERA (EM BRANCO OS QUE ELA NAO ALTERA).
026100******************************************************************
026200 01  WS-LINHA-ALTERACOES.
026300     05  FILLER                  PIC X(12) VALUE SPACE.
026400     05  FILLER                  PIC X(07) VALUE "CARGO: ".
026500     05  WS-ALT-CARGO            PIC X(20).
026600     05  FILLER                  PIC X(02) VALUE SPACE.
026700     05  FILLER                  PIC X(04) VALUE "CC: ".
026800     05  WS-ALT-CENTRO           PIC X(04).
026900     05  FILLER                  PIC X(02) VALUE SPACE.
027000     05  FILLER                  PIC X(05) VALUE "SIT: ".
027100     05  WS-ALT-SITUACAO         PIC X(01).
027200     05  FILLER                  PIC X(02) VALUE SPACE.
027300     05  FILLER                  PIC X(05) VALUE "ADM: ".
027400     05  WS-ALT-ADMISSAO         PIC X(08).
027500     05  FILLER                  PIC X(02) VALUE SPACE.
027600     05  FILLER                  PIC X(06) VALUE "DESL: ".
027700     05  WS-ALT-DESLIGAMENTO     PIC X(08).
027800     05  FILLER                  PIC X(02) VALUE SPACE.
027900     05  FILLER                  PIC X(05) VALUE "BCO: ".
028000     05  WS-ALT-BANCO            PIC X(03).
028100     05  FILLER                  PIC X(01) VALUE "/".
028200     05  WS-ALT-AGENCIA          PIC X(04).
028300     05  FILLER                  PIC X(01) VALUE "/".
028400     05  WS-ALT-CONTA            PIC X(08).
028500     05  FILLER                  PIC X(01) VALUE "-".
028600     05  WS-ALT-DIGITO           PIC X(01).
028700     05  FILLER                  PIC X(02) VALUE SPACE.
028800     05  FILLER                  PIC X(05) VALUE "CPF: ".
028900     05  WS-ALT-CPF              PIC X(11).
029000
029100 01  WS-LINHA-NENHUMA-ABERTA.
029200     05  FILLER                  PIC X(32) VALUE
029300         "NENHUMA PENDENCIA EM ABERTO".
029400     05  FILLER                  PIC X(100) VALUE SPACE.
029500
029600 01  WS-LINHA-BRANCO             PIC X(132) VALUE SPACE.
029700
029800 01  WS-LINHA-RESUMO.
029900     05  FILLER                  PIC X(11) VALUE "APROVADAS: ".
030000     05  WS-RES-APROVADAS        PIC Z(4)9.
030100     05  FILLER                  PIC X(13) VALUE "  RECUSADAS: ".
030200     05  WS-RES-RECUSADAS        PIC Z(4)9.
030300     05  FILLER                  PIC X(22) VALUE
030400         "  DECISOES IGNORADAS: ".
030500     05  WS-RES-IGNORADAS        PIC Z(4)9.
030600     05  FILLER                  PIC X(13) VALUE "  EM ABERTO: ".
030700     05  WS-RES-ABERTAS          PIC Z(4)9.
030800     05  FILLER                  PIC X(53) VALUE SPACE.
030900
031000 PROCEDURE DIVISION.
031100
031200 0000-MAINLINE.
031300     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
031400     PERFORM 2000-DECIDIR-PENDENCIAS
031500         THRU 2000-DECIDIR-PENDENCIAS-EXIT.
031600     PERFORM 3000-LISTAR-ABERTAS THRU 3000-LISTAR-ABERTAS-EXIT.
031700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
031800     STOP RUN.
031900
032000******************************************************************
032100*    IDENTIFICA O OPERADOR (SEM ELE NAO HA COMO GARANTIR QUE O
032200*    APROVADOR NAO E QUEM DIGITOU), CARREGA AS DECISOES E ABRE O
032300*    MESTRE, SO PARA MOSTRAR O NOME DO FUNCIONARIO.
032400******************************************************************
032500 1000-INICIALIZAR.
032600     ACCEPT WS-CAR-DATA FROM DATE YYYYMMDD.
032700     ACCEPT WS-CAR-HORA FROM TIME.
032800     ACCEPT WS-CAR-OPERADOR FROM ENVIRONMENT "USER".
032900     IF WS-CAR-OPERADOR = SPACE
033000         DISPLAY "APROVA-PENDENCIAS ABORTADO: OPERADOR NAO "
033100             "IDENTIFICADO (USER)"
033200         MOVE 12 TO RETURN-CODE
033300         STOP RUN
033400     END-IF.
033500     PERFORM 1200-CARREGAR-DECISOES
033600         THRU 1200-CARREGAR-DECISOES-EXIT.
033700     OPEN INPUT FUNCIONARIOS-MESTRE.
033800     IF NOT MESTRE-OK
033900         DISPLAY "APROVA-PENDENCIAS ABORTADO: MESTRE INDEXADO "
034000             "FUNCMEST INDISPONIVEL (STATUS " WS-STATUS-MESTRE ")"
034100         MOVE 12 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     OPEN OUTPUT APROVACOES.
034500     MOVE WS-CAR-OPERADOR TO WS-CAB-OPERADOR.
034600     MOVE WS-CAR-DATA TO WS-CAB-DATA.
034700     WRITE APROVACOES-LINHA FROM WS-CABECALHO-1.
034800     WRITE APROVACOES-LINHA FROM WS-LINHA-BRANCO.
034900     OPEN INPUT PENDENCIAS.
035000     IF PENDENCIAS-INEXISTENTE
035100         GO TO 1000-INICIALIZAR-EXIT
035200     END-IF.
035300     IF NOT PENDENCIAS-OK
035400         DISPLAY "APROVA-PENDENCIAS ABORTADO: ARQUIVO PENDENCIAS "
035500             "INDISPONIVEL (STATUS " WS-STATUS-PENDENCIAS ")"
035600         MOVE 12 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     MOVE "S" TO WS-TEM-PENDENCIAS.
036000     CLOSE PENDENCIAS.
036100 1000-INICIALIZAR-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    LE O ARQUIVO OPCIONAL DE DECISOES E CRITICA CADA LINHA: TIPO
036600*    DESCONHECIDO, NUMERO INVALIDO, RECUSA SEM MOTIVO OU DECISAO
036700*    REPETIDA PARA A MESMA PENDENCIA ABORTAM SEM DECIDIR NADA.
036800******************************************************************
036900 1200-CARREGAR-DECISOES.
037000     OPEN INPUT DECISOES.
037100     IF NOT DECISOES-OK
037200         GO TO 1200-CARREGAR-DECISOES-EXIT
037300     END-IF.
037400     PERFORM 1250-LER-DECISAO THRU 1250-LER-DECISAO-EXIT
037500         UNTIL FIM-DECISOES.
037600     CLOSE DECISOES.
037700 1200-CARREGAR-DECISOES-EXIT.
037800     EXIT.
037900
038000 1250-LER-DECISAO.
038100     READ DECISOES
038200         AT END
038300             MOVE "S" TO WS-FIM-DECISOES
038400             GO TO 1250-LER-DECISAO-EXIT
038500     END-READ.
038600     EVALUATE DECI-TIPO
038700         WHEN "*"
038800         WHEN SPACE
038900             CONTINUE
039000         WHEN "T"
039100             MOVE "S" TO WS-TEM-LOTE
039200         WHEN "A"
039300         WHEN "R"
039400             PERFORM 1280-GUARDA-DECISAO
039500                 THRU 1280-GUARDA-DECISAO-EXIT
039600         WHEN OTHER
039700             DISPLAY "APROVA-PENDENCIAS ABORTADO: TIPO DE "
039800                 "DECISAO DESCONHECIDO: " DECI-TIPO
039900             MOVE 12 TO RETURN-CODE
040000             STOP RUN
040100     END-EVALUATE.
040200 1250-LER-DECISAO-EXIT.
040300     EXIT.
040400
040500 1280-GUARDA-DECISAO.
040600     IF DECI-NUMERO-TEXTO IS NOT NUMERIC
040700         OR DECI-NUMERO = ZERO
040800         DISPLAY "APROVA-PENDENCIAS ABORTADO: NUMERO DE "
040900             "PENDENCIA INVALIDO NA DECISAO: " DECI-NUMERO-TEXTO
041000         MOVE 12 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300     IF DECI-TIPO = "R" AND DECI-MOTIVO = SPACE
041400         DISPLAY "APROVA-PENDENCIAS ABORTADO: RECUSA SEM MOTIVO "
041500             "PARA A PENDENCIA " DECI-NUMERO-TEXTO
041600         MOVE 12 TO RETURN-CODE
041700         STOP RUN
041800     END-IF.
041900     IF WS-QTD-DECISOES >= 500
042000         DISPLAY "APROVA-PENDENCIAS ABORTADO: MAIS DE 500 "
042100             "DECISOES NO ARQUIVO DECISOES"
042200         MOVE 12 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     PERFORM 1290-PROCURA-DECISAO THRU 1290-PROCURA-DECISAO-EXIT
042600         VARYING WS-DEC-SUB FROM 1 BY 1
042700         UNTIL WS-DEC-SUB > WS-QTD-DECISOES
042800         OR WS-DEC-NUMERO(WS-DEC-SUB) = DECI-NUMERO.
042900     IF WS-DEC-SUB NOT > WS-QTD-DECISOES
043000         DISPLAY "APROVA-PENDENCIAS ABORTADO: DECISAO REPETIDA "
043100             "PARA A PENDENCIA " DECI-NUMERO-TEXTO
043200         MOVE 12 TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500     ADD 1 TO WS-QTD-DECISOES.
043600     MOVE DECI-TIPO TO WS-DEC-TIPO(WS-QTD-DECISOES).
043700     MOVE DECI-NUMERO TO WS-DEC-NUMERO(WS-QTD-DECISOES).
043800     MOVE DECI-MOTIVO TO WS-DEC-MOTIVO(WS-QTD-DECISOES).
043900     MOVE "N" TO WS-DEC-USADA(WS-QTD-DECISOES).
044000 1280-GUARDA-DECISAO-EXIT.
044100     EXIT.
044200
044300 1290-PROCURA-DECISAO.
044400     CONTINUE.
044500 1290-PROCURA-DECISAO-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900*    PRIMEIRA PASSADA, EM I-O: APLICA AS DECISOES A CADA
045000*    PENDENCIA E REGRAVA A DECIDIDA NO LUGAR. DEPOIS LISTA AS
045100*    DECISOES QUE NAO ENCONTRARAM PENDENCIA NENHUMA.
045200******************************************************************
045300 2000-DECIDIR-PENDENCIAS.
045400     WRITE APROVACOES-LINHA FROM WS-TITULO-DECISOES.
045500     IF WS-QTD-DECISOES = ZERO AND NOT APROVACAO-EM-LOTE
045600         WRITE APROVACOES-LINHA FROM WS-LINHA-SEM-DECISOES
045700         GO TO 2000-DECIDIR-PENDENCIAS-EXIT
045800     END-IF.
045900     WRITE APROVACOES-LINHA FROM WS-CABECALHO-DECISOES.
046000     IF TEM-PENDENCIAS
046100         OPEN I-O PENDENCIAS
046200         MOVE "N" TO WS-FIM-PENDENCIA
046300         PERFORM 2050-LER-PENDENCIA THRU 2050-LER-PENDENCIA-EXIT
046400         PERFORM 2100-DECIDE-PENDENCIA
046500             THRU 2100-DECIDE-PENDENCIA-EXIT
046600             UNTIL FIM-PENDENCIA
046700         CLOSE PENDENCIAS
046800     END-IF.
046900     PERFORM 2500-DECISAO-SEM-PENDENCIA
047000         THRU 2500-DECISAO-SEM-PENDENCIA-EXIT
047100         VARYING WS-DEC-SUB FROM 1 BY 1
047200         UNTIL WS-DEC-SUB > WS-QTD-DECISOES.
047300 2000-DECIDIR-PENDENCIAS-EXIT.
047400     EXIT.
047500
047600 2050-LER-PENDENCIA.
047700     READ PENDENCIAS
047800         AT END
047900             MOVE "S" TO WS-FIM-PENDENCIA
048000     END-READ.
048100 2050-LER-PENDENCIA-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    DECISAO INDIVIDUAL PARA A PENDENCIA (SE HOUVER) OU, NA FALTA
048600*    DELA, APROVACAO EM LOTE QUANDO A PENDENCIA E COMUM. PENDENCIA
048700*    JA DECIDIDA OU DIGITADA PELO PROPRIO OPERADOR NAO MUDA: A
048800*    DECISAO INDIVIDUAL E IGNORADA (RC 4) E O LOTE A PULA.
048900******************************************************************
049000 2100-DECIDE-PENDENCIA.
049100     PERFORM 1290-PROCURA-DECISAO THRU 1290-PROCURA-DECISAO-EXIT
049200         VARYING WS-DEC-SUB FROM 1 BY 1
049300         UNTIL WS-DEC-SUB > WS-QTD-DECISOES
049400         OR WS-DEC-NUMERO(WS-DEC-SUB) = PEND-NUMERO.
049500     IF WS-DEC-SUB > WS-QTD-DECISOES
049600         MOVE ZERO TO WS-DEC-ACHADA
049700     ELSE
049800         MOVE WS-DEC-SUB TO WS-DEC-ACHADA
049900         MOVE "S" TO WS-DEC-USADA(WS-DEC-ACHADA)
050000     END-IF.
050100     IF WS-DEC-ACHADA NOT = ZERO
050200         PERFORM 2200-DECISAO-INDIVIDUAL
050300             THRU 2200-DECISAO-INDIVIDUAL-EXIT
050400     ELSE
050500         IF APROVACAO-EM-LOTE
050600             AND PEND-PENDENTE
050700             AND NOT PEND-COM-BANCO
050800             AND NOT PEND-COM-ALERTA
050900             AND PEND-DIGITADOR NOT = WS-CAR-OPERADOR
051000             PERFORM 2300-APROVACAO-EM-LOTE
051100                 THRU 2300-APROVACAO-EM-LOTE-EXIT
051200         END-IF
051300     END-IF.
051400     PERFORM 2050-LER-PENDENCIA THRU 2050-LER-PENDENCIA-EXIT.
051500 2100-DECIDE-PENDENCIA-EXIT.
051600     EXIT.
051700
051800 2200-DECISAO-INDIVIDUAL.
051900     MOVE SPACE TO WS-LINHA-DECISAO.
052000     IF WS-DEC-TIPO(WS-DEC-ACHADA) = "A"
052100         MOVE "APROVAR" TO WS-DEC-LIN-DECISAO
052200     ELSE
052300         MOVE "RECUSAR" TO WS-DEC-LIN-DECISAO
052400         MOVE WS-DEC-MOTIVO(WS-DEC-ACHADA) TO WS-DEC-LIN-MOTIVO
052500     END-IF.
052600     IF NOT PEND-PENDENTE
052700         MOVE "IGNORADA: PENDENCIA JA DECIDIDA OU APLICADA"
052800             TO WS-RESULTADO
052900         ADD 1 TO WS-QTD-IGNORADAS
053000         PERFORM 2450-IMPRIME-DECISAO
053100             THRU 2450-IMPRIME-DECISAO-EXIT
053200         GO TO 2200-DECISAO-INDIVIDUAL-EXIT
053300     END-IF.
053400     IF PEND-DIGITADOR = WS-CAR-OPERADOR
053500         MOVE "IGNORADA: DIGITADA PELO PROPRIO OPERADOR"
053600             TO WS-RESULTADO
053700         ADD 1 TO WS-QTD-IGNORADAS
053800         PERFORM 2450-IMPRIME-DECISAO
053900             THRU 2450-IMPRIME-DECISAO-EXIT
054000         GO TO 2200-DECISAO-INDIVIDUAL-EXIT
054100     END-IF.
054200     IF WS-DEC-TIPO(WS-DEC-ACHADA) = "A"
054300         MOVE "A" TO PEND-SITUACAO
054400         MOVE SPACE TO PEND-MOTIVO-RECUSA
054500         MOVE "APROVADA" TO WS-RESULTADO
054600         ADD 1 TO WS-QTD-APROVADAS
054700     ELSE
054800         MOVE "R" TO PEND-SITUACAO
054900         MOVE WS-DEC-MOTIVO(WS-DEC-ACHADA) TO PEND-MOTIVO-RECUSA
055000         MOVE "RECUSADA" TO WS-RESULTADO
055100         ADD 1 TO WS-QTD-RECUSADAS
055200     END-IF.
055300     PERFORM 2400-GRAVA-DECISAO THRU 2400-GRAVA-DECISAO-EXIT.
055400     PERFORM 2450-IMPRIME-DECISAO THRU 2450-IMPRIME-DECISAO-EXIT.
055500 2200-DECISAO-INDIVIDUAL-EXIT.
055600     EXIT.
055700
055800 2300-APROVACAO-EM-LOTE.
055900     MOVE SPACE TO WS-LINHA-DECISAO.
056000     MOVE "LOTE" TO WS-DEC-LIN-DECISAO.
056100     MOVE "A" TO PEND-SITUACAO.
056200     MOVE SPACE TO PEND-MOTIVO-RECUSA.
056300     MOVE "APROVADA NO LOTE" TO WS-RESULTADO.
056400     ADD 1 TO WS-QTD-APROVADAS.
056500     PERFORM 2400-GRAVA-DECISAO THRU 2400-GRAVA-DECISAO-EXIT.
056600     PERFORM 2450-IMPRIME-DECISAO THRU 2450-IMPRIME-DECISAO-EXIT.
056700 2300-APROVACAO-EM-LOTE-EXIT.
056800     EXIT.
056900
057000 2400-GRAVA-DECISAO.
057100     MOVE WS-CAR-OPERADOR TO PEND-APROVADOR.
057200     MOVE WS-CAR-DATA TO PEND-DATA-DECISAO.
057300     MOVE WS-CAR-HORA TO PEND-HORA-DECISAO.
057400     REWRITE PEND-REGISTRO.
057500 2400-GRAVA-DECISAO-EXIT.
057600     EXIT.
057700
057800 2450-IMPRIME-DECISAO.
057900     MOVE PEND-TRANSACAO TO WS-TRANSACAO.
058000     MOVE PEND-NUMERO TO WS-DEC-LIN-NUMERO.
058100     MOVE TRANS-FUNC-ID TO WS-DEC-LIN-ID.
058200     PERFORM 8000-NOME-FUNCIONARIO
058300         THRU 8000-NOME-FUNCIONARIO-EXIT.
058400     MOVE FUNC-NOME OF MESTRE-REGISTRO TO WS-DEC-LIN-NOME.
058500     MOVE PEND-DIGITADOR TO WS-DEC-LIN-DIGITADOR.
058600     MOVE WS-RESULTADO TO WS-DEC-LIN-RESULTADO.
058700     WRITE APROVACOES-LINHA FROM WS-LINHA-DECISAO.
058800 2450-IMPRIME-DECISAO-EXIT.
058900     EXIT.
059000
059100 2500-DECISAO-SEM-PENDENCIA.
059200     IF WS-DEC-USADA(WS-DEC-SUB) = "S"
059300         GO TO 2500-DECISAO-SEM-PENDENCIA-EXIT
059400     END-IF.
059500     MOVE SPACE TO WS-LINHA-DECISAO.
059600     MOVE WS-DEC-NUMERO(WS-DEC-SUB) TO WS-DEC-LIN-NUMERO.
059700     IF WS-DEC-TIPO(WS-DEC-SUB) = "A"
059800         MOVE "APROVAR" TO WS-DEC-LIN-DECISAO
059900     ELSE
060000         MOVE "RECUSAR" TO WS-DEC-LIN-DECISAO
060100         MOVE WS-DEC-MOTIVO(WS-DEC-SUB) TO WS-DEC-LIN-MOTIVO
060200     END-IF.
060300     MOVE "IGNORADA: PENDENCIA NAO ENCONTRADA"
060400         TO WS-DEC-LIN-RESULTADO.
060500     WRITE APROVACOES-LINHA FROM WS-LINHA-DECISAO.
060600     ADD 1 TO WS-QTD-IGNORADAS.
060700 2500-DECISAO-SEM-PENDENCIA-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100*    SEGUNDA PASSADA, SO LEITURA: LISTA PARA CONSULTA TODAS AS
061200*    PENDENCIAS QUE CONTINUAM EM ABERTO, COM A VARIACAO DO SALARIO
061300*    SOBRE O SALARIO DA DIGITACAO E OS DEMAIS CAMPOS ALTERADOS.
061400******************************************************************
061500 3000-LISTAR-ABERTAS.
061600     WRITE APROVACOES-LINHA FROM WS-LINHA-BRANCO.
061700     WRITE APROVACOES-LINHA FROM WS-TITULO-ABERTAS.
061800     WRITE APROVACOES-LINHA FROM WS-CABECALHO-ABERTAS.
061900     IF TEM-PENDENCIAS
062000         OPEN INPUT PENDENCIAS
062100         MOVE "N" TO WS-FIM-PENDENCIA
062200         PERFORM 2050-LER-PENDENCIA THRU 2050-LER-PENDENCIA-EXIT
062300         PERFORM 3100-LISTA-PENDENCIA
062400             THRU 3100-LISTA-PENDENCIA-EXIT
062500             UNTIL FIM-PENDENCIA
062600         CLOSE PENDENCIAS
062700     END-IF.
062800     IF WS-QTD-ABERTAS = ZERO
062900         WRITE APROVACOES-LINHA FROM WS-LINHA-NENHUMA-ABERTA
063000     END-IF.
063100 3000-LISTAR-ABERTAS-EXIT.
063200     EXIT.
063300
063400 3100-LISTA-PENDENCIA.
063500     IF PEND-PENDENTE
063600         PERFORM 3200-IMPRIME-ABERTA THRU 3200-IMPRIME-ABERTA-EXIT
063700     END-IF.
063800     PERFORM 2050-LER-PENDENCIA THRU 2050-LER-PENDENCIA-EXIT.
063900 3100-LISTA-PENDENCIA-EXIT.
064000     EXIT.
064100
064200 3200-IMPRIME-ABERTA.
064300     MOVE PEND-TRANSACAO TO WS-TRANSACAO.
064400     MOVE SPACE TO WS-LINHA-ABERTA.
064500     MOVE PEND-NUMERO TO WS-ABE-NUMERO.
064600     MOVE TRANS-FUNC-ID TO WS-ABE-ID.
064700     PERFORM 8000-NOME-FUNCIONARIO
064800         THRU 8000-NOME-FUNCIONARIO-EXIT.
064900     MOVE FUNC-NOME OF MESTRE-REGISTRO TO WS-ABE-NOME.
065000     MOVE PEND-DIGITADOR TO WS-ABE-DIGITADOR.
065100     MOVE PEND-DATA-DIGITACAO TO WS-ABE-DATA.
065200     MOVE PEND-HORA-DIGITACAO TO WS-ABE-HORA.
065300     MOVE PEND-SALARIO-ATUAL TO WS-ABE-SAL-ATUAL.
065400     IF TRANS-SALARIO-NOVO NOT = ZERO
065500         MOVE TRANS-SALARIO-NOVO TO WS-ABE-SAL-NOVO
065600         IF PEND-SALARIO-ATUAL NOT = ZERO
065700             COMPUTE WS-PERC-VARIACAO ROUNDED =
065800                 ((TRANS-SALARIO-NOVO - PEND-SALARIO-ATUAL)
065900                 / PEND-SALARIO-ATUAL) * 100
066000                 ON SIZE ERROR
066100                     MOVE 999,99 TO WS-PERC-VARIACAO
066200             END-COMPUTE
066300             MOVE WS-PERC-VARIACAO TO WS-ABE-VARIACAO
066400         END-IF
066500     END-IF.
066600     IF PEND-COM-BANCO OR PEND-COM-ALERTA
066700         MOVE "INDIVIDUAL" TO WS-ABE-APROVACAO
066800     ELSE
066900         MOVE "LOTE" TO WS-ABE-APROVACAO
067000     END-IF.
067100     IF PEND-COM-BANCO AND PEND-COM-ALERTA
067200         MOVE "DADOS BANCARIOS E SALARIO" TO WS-ABE-MOTIVO
067300     ELSE
067400         IF PEND-COM-BANCO
067500             MOVE "DADOS BANCARIOS" TO WS-ABE-MOTIVO
067600         END-IF
067700         IF PEND-COM-ALERTA
067800             MOVE "SALARIO ACIMA DO ALERTA" TO WS-ABE-MOTIVO
067900         END-IF
068000     END-IF.
068100     WRITE APROVACOES-LINHA FROM WS-LINHA-ABERTA.
068200     PERFORM 3300-IMPRIME-ALTERACOES
068300         THRU 3300-IMPRIME-ALTERACOES-EXIT.
068400     ADD 1 TO WS-QTD-ABERTAS.
068500 3200-IMPRIME-ABERTA-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*    CAMPOS DA TRANSACAO COM A MESMA CONVENCAO DE BRANCO/ZERO =
069000*    SEM ALTERACAO USADA PELO MANUTFUN AO APLICAR.
069100******************************************************************
069200 3300-IMPRIME-ALTERACOES.
069300     MOVE SPACE TO WS-ALT-CARGO WS-ALT-CENTRO WS-ALT-SITUACAO
069400         WS-ALT-ADMISSAO WS-ALT-DESLIGAMENTO WS-ALT-BANCO
069500         WS-ALT-AGENCIA WS-ALT-CONTA WS-ALT-DIGITO WS-ALT-CPF.
069600     MOVE TRANS-CARGO-NOVO TO WS-ALT-CARGO.
069700     MOVE TRANS-CCUSTO-NOVO TO WS-ALT-CENTRO.
069800     MOVE TRANS-SITUACAO-NOVA TO WS-ALT-SITUACAO.
069900     IF TRANS-ADMISSAO-NOVA IS NUMERIC
070000         AND TRANS-ADMISSAO-NOVA NOT = ZERO
070100         MOVE TRANS-ADMISSAO-NOVA TO WS-ALT-ADMISSAO
070200     END-IF.
070300     IF TRANS-DESLIGAMENTO-NOVO IS NUMERIC
070400         AND TRANS-DESLIGAMENTO-NOVO NOT = "00000000"
070500         MOVE TRANS-DESLIGAMENTO-NOVO TO WS-ALT-DESLIGAMENTO
070600     END-IF.
070700     IF TRANS-BANCO-NOVO IS NUMERIC
070800         AND TRANS-BANCO-NOVO NOT = "000"
070900         MOVE TRANS-BANCO-NOVO TO WS-ALT-BANCO
071000     END-IF.
071100     IF TRANS-AGENCIA-NOVA IS NUMERIC
071200         AND TRANS-AGENCIA-NOVA NOT = "0000"
071300         MOVE TRANS-AGENCIA-NOVA TO WS-ALT-AGENCIA
071400     END-IF.
071500     IF TRANS-CONTA-NOVA IS NUMERIC
071600         AND TRANS-CONTA-NOVA NOT = "00000000"
071700         MOVE TRANS-CONTA-NOVA TO WS-ALT-CONTA
071800     END-IF.
071900     MOVE TRANS-DIGITO-NOVO TO WS-ALT-DIGITO.
072000     IF TRANS-CPF-NOVO IS NUMERIC
072100         AND TRANS-CPF-NOVO NOT = "00000000000"
072200         MOVE TRANS-CPF-NOVO TO WS-ALT-CPF
072300     END-IF.
072400     WRITE APROVACOES-LINHA FROM WS-LINHA-ALTERACOES.
072500 3300-IMPRIME-ALTERACOES-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*    NOME DO FUNCIONARIO PARA O RELATORIO (FUNC-ID QUE NAO ESTA NO
073000*    MESTRE SAI COM O NOME EM BRANCO).
073100******************************************************************
073200 8000-NOME-FUNCIONARIO.
073300     MOVE TRANS-FUNC-ID TO FUNC-ID OF MESTRE-REGISTRO.
073400     READ FUNCIONARIOS-MESTRE
073500         INVALID KEY
073600             MOVE SPACE TO FUNC-NOME OF MESTRE-REGISTRO
073700     END-READ.
073800 8000-NOME-FUNCIONARIO-EXIT.
073900     EXIT.
074000
074100 9000-FINALIZAR.
074200     CLOSE FUNCIONARIOS-MESTRE.
074300     MOVE WS-QTD-APROVADAS TO WS-RES-APROVADAS.
074400     MOVE WS-QTD-RECUSADAS TO WS-RES-RECUSADAS.
074500     MOVE WS-QTD-IGNORADAS TO WS-RES-IGNORADAS.
074600     MOVE WS-QTD-ABERTAS TO WS-RES-ABERTAS.
074700     WRITE APROVACOES-LINHA FROM WS-LINHA-BRANCO.
074800     WRITE APROVACOES-LINHA FROM WS-LINHA-RESUMO.
074900     CLOSE APROVACOES.
075000     DISPLAY WS-LINHA-RESUMO.
075100     IF WS-QTD-IGNORADAS NOT = ZERO
075200         MOVE 4 TO RETURN-CODE
075300     END-IF.
075400 9000-FINALIZAR-EXIT.
075500     EXIT.
