000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORCADO-REALIZADO.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: ORCADO-REALIZADO
000900*    DESCRICAO.....: COMPARA, POR CENTRO DE CUSTO, O ORCAMENTO DE
001000*                    PESSOAL DA CONTROLADORIA (ARQUIVO ORCAMENTO,
001100*                    VALOR E QUADRO DE VAGAS POR COMPETENCIA E
001200*                    CENTRO) COM O REALIZADO: BRUTO DA FOLHA
001300*                    GRAVADO NO FOLHAHIST EM TODOS OS MODOS
001400*                    (NORMAL, 13O, FERIAS E RESCISAO) MAIS AS
001500*                    PROVISOES DE 13O E FERIAS DO ARQUIVO
001600*                    PROVISOES, EM REAIS.
001700*                    MOSTRA O MES DA COMPETENCIA (VARIAVEL
001800*                    COMPETENCIA OU ANO/MES CORRENTE) E O
001900*                    ACUMULADO DE JANEIRO ATE ELA, COM O DESVIO
002000*                    EM VALOR E EM PERCENTUAL, E O QUADRO ORCADO
002100*                    CONTRA O REAL DO FUNCMEST NO FIM DO MES,
002200*                    COM AS ADMISSOES E OS DESLIGAMENTOS DO MES.
002300*                    O CENTRO QUE ESTOURA O ORCAMENTO (NO MES OU
002400*                    NO ANO) SAI DESTACADO.
002500*                    CADA LINHA DO ORCAMENTO E CRITICADA E OS
002600*                    CENTROS PRECISAM EXISTIR NO PARAMETROS;
002700*                    QUALQUER FALHA ABORTA (RC 12). RELATORIO
002800*                    ORCREL. CODIGO DE RETORNO: 0 = DENTRO DO
002900*                    ORCAMENTO; 4 = HA CENTRO ESTOURADO OU FALTA
003000*                    ORCAMENTO/HISTORICO PARA A COMPETENCIA.
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
004400     SELECT FUNCIONARIOS ASSIGN TO "FUNCMEST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS FUNC-ID OF FUNCIONARIOS-REGISTRO
004800         ALTERNATE RECORD KEY IS FUNC-NOME
004900             OF FUNCIONARIOS-REGISTRO WITH DUPLICATES
005000         FILE STATUS IS WS-STATUS-MESTRE.
005100
005200     SELECT ORCAMENTO ASSIGN TO "ORCAMENTO"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-STATUS-ORCAMENTO.
005500
005600     SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-STATUS-HISTORICO.
005900
006000     SELECT PROVISOES ASSIGN TO "PROVISOES"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-STATUS-PROVISOES.
006300
006400     SELECT RELATORIO-ORCAMENTO ASSIGN TO "ORCREL"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  FUNCIONARIOS
007000     LABEL RECORDS ARE STANDARD.
007100     COPY FUNCREC
007200         REPLACING ==FUNC-REGISTRO== BY ==FUNCIONARIOS-REGISTRO==.
007300
007400******************************************************************
007500*    ORCAMENTO DE PESSOAL, UMA LINHA POR COMPETENCIA E CENTRO:
007600*    COL 1-6 COMPETENCIA (AAAAMM), COL 8-11 CENTRO DE CUSTO,
007700*    COL 13-23 VALOR ORCADO EM REAIS (9(9)V99 IMPLICITO, EX.:
007800*    00001500000 = 15.000,00), COL 25-28 QUADRO DE VAGAS. UMA SO
007900*    LINHA POR COMPETENCIA E CENTRO. LINHAS INICIADAS POR "*" E
008000*    LINHAS EM BRANCO SAO IGNORADAS.
008100******************************************************************
008200 FD  ORCAMENTO
008300     LABEL RECORDS ARE STANDARD.
008400 01  ORCAMENTO-REGISTRO.
008500     05  ORCA-COMPETENCIA-TEXTO  PIC X(06).
008600     05  ORCA-COMPETENCIA REDEFINES ORCA-COMPETENCIA-TEXTO.
008700         10  ORCA-ANO            PIC 9(04).
008800         10  ORCA-MES            PIC 9(02).
008900     05  FILLER                  PIC X(01).
009000     05  ORCA-CENTRO             PIC X(04).
009100     05  FILLER                  PIC X(01).
009200     05  ORCA-VALOR-TEXTO        PIC X(11).
009300     05  ORCA-VALOR REDEFINES ORCA-VALOR-TEXTO
009400                                 PIC 9(9)V99.
009500     05  FILLER                  PIC X(01).
009600     05  ORCA-VAGAS-TEXTO        PIC X(04).
009700     05  ORCA-VAGAS REDEFINES ORCA-VAGAS-TEXTO
009800                                 PIC 9(04).
009900     05  FILLER                  PIC X(52).
010000
010100 FD  FOLHA-HISTORICO
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400     COPY HISTREC
010500         REPLACING ==HIST-REGISTRO== BY ==HISTORICO-REGISTRO==.
010600
010700 FD  PROVISOES
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000     COPY PROVREC.
011100
011200 FD  RELATORIO-ORCAMENTO
011300     LABEL RECORDS ARE STANDARD.
011400 01  ORCREL-LINHA                    PIC X(132).
011500
011600 WORKING-STORAGE SECTION.
011700
011800     COPY FUNCREC
011900         REPLACING ==FUNC-REGISTRO== BY ==WS-FUNCIONARIO==.
012000
012100     COPY HISTREC
012200         REPLACING ==HIST-REGISTRO== BY ==WS-HIST-ENTRADA==.
012300
012400     COPY PARAMREC.
012500
012600 01  WS-SWITCHES.
012700     05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
012800         88  FIM-ARQUIVO             VALUE "S".
012900     05  WS-FIM-ORCAMENTO        PIC X(01) VALUE "N".
013000         88  FIM-ORCAMENTO           VALUE "S".
013100     05  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
013200         88  FIM-HISTORICO           VALUE "S".
013300     05  WS-FIM-PROVISOES        PIC X(01) VALUE "N".
013400         88  FIM-PROVISOES           VALUE "S".
013500     05  WS-TEM-HISTORICO        PIC X(01) VALUE "N".
013600         88  TEM-HISTORICO           VALUE "S".
013700     05  WS-TEM-PROVISOES        PIC X(01) VALUE "N".
013800         88  TEM-PROVISOES           VALUE "S".
013900     05  WS-ESTOURO-CENTRO       PIC X(01) VALUE "N".
014000         88  CENTRO-ESTOURADO     VALUE "S".
014100
014200 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
014300     88  MESTRE-OK                  VALUE "00".
014400
014500 01  WS-STATUS-ORCAMENTO        PIC X(02) VALUE SPACE.
014600     88  ORCAMENTO-OK               VALUE "00".
014700
014800 01  WS-STATUS-HISTORICO        PIC X(02) VALUE SPACE.
014900     88  HISTORICO-OK               VALUE "00".
015000
015100 01  WS-STATUS-PROVISOES        PIC X(02) VALUE SPACE.
015200     88  PROVISOES-OK               VALUE "00".
015300
015400 01  WS-AREA-COMPETENCIA.
015500     05  WS-COMPETENCIA          PIC 9(06) VALUE ZERO.
015600     05  WS-COMPETENCIA-PARTES REDEFINES WS-COMPETENCIA.
015700         10  WS-COMP-ANO         PIC 9(04).
015800         10  WS-COMP-MES         PIC 9(02).
015900     05  WS-COMPETENCIA-TEXTO    PIC X(06) VALUE SPACE.
016000     05  WS-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
016100     05  WS-COMP-INICIO-ANO      PIC 9(06) VALUE ZERO.
016200     05  WS-DATA-INICIO-MES      PIC 9(08) VALUE ZERO.
016300     05  WS-DATA-FIM-MES         PIC 9(08) VALUE ZERO.
016400
016500 01  WS-CONTADORES.
016600     05  WS-QTD-LINHAS-ORC       PIC 9(05) COMP VALUE ZERO.
016700     05  WS-LINHA-ORC-EDITADA    PIC Z(4)9.
016800     05  WS-QTD-ORC-COMPETENCIA  PIC 9(05) COMP VALUE ZERO.
016900     05  WS-QTD-HIST-ANO         PIC 9(05) COMP VALUE ZERO.
017000     05  WS-QTD-PROV-ANO         PIC 9(05) COMP VALUE ZERO.
017100     05  WS-QTD-CENTROS-LISTADOS PIC 9(05) COMP VALUE ZERO.
017200     05  WS-QTD-ESTOURADOS       PIC 9(05) COMP VALUE ZERO.
017300
017400******************************************************************
017500*    CENTRO DE CUSTO ATUAL DE CADA FUNCIONARIO DO MESTRE, PARA A
017600*    PROVISAO GRAVADA ANTES DE O ARQUIVO TER O CENTRO.
017700******************************************************************
017800 01  WS-TABELA-FUNCIONARIOS.
017900     05  WS-QTD-FUNCIONARIOS     PIC 9(04) COMP VALUE ZERO.
018000     05  WS-FN-ITEM OCCURS 3000 TIMES.
018100         10  WS-FN-FUNC-ID       PIC 9(04).
018200         10  WS-FN-CENTRO        PIC X(04).
018300
018400 77  WS-FN-SUB                  PIC 9(04) COMP VALUE ZERO.
018500
018600******************************************************************
018700*    TOTAIS POR CENTRO DE CUSTO EM REAIS: OS CENTROS DO PARAMETROS
018800*    NA ORDEM DO ARQUIVO E, DEPOIS DELES, OS DEMAIS CENTROS
018900*    ENCONTRADOS NO MESTRE, NO HISTORICO OU NAS PROVISOES (SEM
019000*    ORCAMENTO POSSIVEL). A ULTIMA POSICAO E O TOTAL GERAL. OS
019100*    MESES COM ORCAMENTO JA LIDO FICAM MARCADOS EM
019200*    WS-CT-MESES-ORCADOS (UMA POSICAO POR MES).
019300******************************************************************
019400 01  WS-TABELA-CENTROS.
019500     05  WS-QTD-CT               PIC 9(02) COMP VALUE ZERO.
019600     05  WS-CT-ITEM OCCURS 41 TIMES.
019700         10  WS-CT-CENTRO        PIC X(04).
019800         10  WS-CT-MESES-ORCADOS PIC X(12).
019900         10  WS-CT-ORC-MES       PIC 9(9)V99.
020000         10  WS-CT-ORC-ANO       PIC 9(9)V99.
020100         10  WS-CT-VAGAS         PIC 9(05) COMP.
020200         10  WS-CT-FOLHA-MES     PIC 9(9)V99.
020300         10  WS-CT-FOLHA-ANO     PIC 9(9)V99.
020400         10  WS-CT-PROV-MES      PIC 9(9)V99.
020500         10  WS-CT-PROV-ANO      PIC 9(9)V99.
020600         10  WS-CT-QTD-REAL      PIC 9(05) COMP.
020700         10  WS-CT-QTD-ADMITIDOS PIC 9(05) COMP.
020800         10  WS-CT-QTD-DESLIGADOS
020900                                 PIC 9(05) COMP.
021000
021100 77  WS-CT-SUB                  PIC 9(02) COMP VALUE ZERO.
021200 77  WS-CT-TOTAL                PIC 9(02) COMP VALUE 41.
021300 77  WS-LISTA-SUB               PIC 9(02) COMP VALUE ZERO.
021400 77  WS-CENTRO-PROCURADO        PIC X(04) VALUE SPACE.
021500
021600 01  WS-AREA-VALORES.
021700     05  WS-VALOR-REAIS          PIC 9(9)V99 VALUE ZERO.
021800     05  WS-VALOR-ORCADO         PIC 9(9)V99 VALUE ZERO.
021900     05  WS-VALOR-REALIZADO      PIC 9(9)V99 VALUE ZERO.
022000     05  WS-DESVIO               PIC S9(9)V99 VALUE ZERO.
022100     05  WS-PERC-DESVIO          PIC S9(3)V99 VALUE ZERO.
022200
022300 01  WS-MOTIVO-ORCAMENTO        PIC X(50) VALUE SPACE.
022400
022500 01  WS-CABECALHO-1.
022600     05  FILLER                  PIC X(10) VALUE SPACE.
022700     05  FILLER                  PIC X(43) VALUE
022800         "ORCAMENTO DE PESSOAL - ORCADO X REALIZADO".
022900     05  FILLER                  PIC X(13) VALUE "COMPETENCIA: ".
023000     05  WS-CAB-COMPETENCIA      PIC 9(06).
023100     05  FILLER                  PIC X(08) VALUE "  TAXA: ".
023200     05  WS-CAB-TAXA             PIC Z9,9999.
023300     05  FILLER                  PIC X(45) VALUE SPACE.
023400
023500 01  WS-CABECALHO-2.
023600     05  FILLER                  PIC X(10) VALUE SPACE.
023700     05  FILLER                  PIC X(42) VALUE
023800         "REALIZADO = BRUTO DA FOLHA (TODOS OS MODOS".
023900     05  FILLER                  PIC X(42) VALUE
024000         ") + PROVISOES DE 13O E FERIAS, EM R$; ANO ".
024100     05  FILLER                  PIC X(30) VALUE
024200         "= JANEIRO ATE A COMPETENCIA".
024300     05  FILLER                  PIC X(08) VALUE SPACE.
024400
024500 01  WS-CABECALHO-3.
024600     05  FILLER                  PIC X(06) VALUE "CENTRO".
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  FILLER                  PIC X(04) VALUE "PER".
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  FILLER                  PIC X(14) VALUE "        ORCADO".
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  FILLER                  PIC X(14) VALUE "   BRUTO FOLHA".
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  FILLER                  PIC X(14) VALUE "     PROVISOES".
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  FILLER                  PIC X(14) VALUE "     REALIZADO".
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  FILLER                  PIC X(15) VALUE
025900         "         DESVIO".
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  FILLER                  PIC X(07) VALUE " DESV%".
026200     05  FILLER                  PIC X(01) VALUE SPACE.
026300     05  FILLER                  PIC X(05) VALUE "VAGAS".
026400     05  FILLER                  PIC X(01) VALUE SPACE.
026500     05  FILLER                  PIC X(05) VALUE " REAL".
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  FILLER                  PIC X(04) VALUE " ADM".
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  FILLER                  PIC X(04) VALUE "DESL".
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  FILLER                  PIC X(14) VALUE "DESTAQUE".
027200
027300 01  WS-LINHA-CENTRO.
027400     05  WS-LC-CENTRO            PIC X(06).
027500     05  FILLER                  PIC X(01) VALUE SPACE.
027600     05  WS-LC-PERIODO           PIC X(04).
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  WS-LC-ORCADO            PIC ZZZ.ZZZ.ZZ9,99.
027900     05  FILLER                  PIC X(01) VALUE SPACE.
028000     05  WS-LC-FOLHA             PIC ZZZ.ZZZ.ZZ9,99.
028100     05  FILLER                  PIC X(01) VALUE SPACE.
028200     05  WS-LC-PROVISOES         PIC ZZZ.ZZZ.ZZ9,99.
028300     05  FILLER                  PIC X(01) VALUE SPACE.
028400     05  WS-LC-REALIZADO         PIC ZZZ.ZZZ.ZZ9,99.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  WS-LC-DESVIO            PIC -ZZZ.ZZZ.ZZ9,99.
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  WS-LC-PERC              PIC +ZZ9,99.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  WS-LC-HEADCOUNT.
029100         10  WS-LC-VAGAS         PIC Z(4)9.
029200         10  FILLER              PIC X(01).
029300         10  WS-LC-REAL          PIC Z(4)9.
029400         10  FILLER              PIC X(01).
029500         10  WS-LC-ADMITIDOS     PIC ZZZ9.
029600         10  FILLER              PIC X(01).
029700         10  WS-LC-DESLIGADOS    PIC ZZZ9.
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  WS-LC-DESTAQUE          PIC X(14).
030000
030100 01  WS-LINHA-BRANCO             PIC X(132) VALUE SPACE.
030200
030300 01  WS-LINHA-AVISO.
030400     05  WS-AVISO-TEXTO          PIC X(80).
030500     05  FILLER                  PIC X(52) VALUE SPACE.
030600
030700 01  WS-LINHA-RESUMO.
030800     05  FILLER                  PIC X(09) VALUE "CENTROS: ".
030900     05  WS-RES-CENTROS          PIC Z(4)9.
031000     05  FILLER                  PIC X(15) VALUE
031100         "  ESTOURADOS: ".
031200     05  WS-RES-ESTOURADOS       PIC Z(4)9.
031300     05  FILLER                  PIC X(24) VALUE
031400         "  ORCAMENTOS NO MES: ".
031500     05  WS-RES-ORCAMENTOS       PIC Z(4)9.
031600     05  FILLER                  PIC X(69) VALUE SPACE.
031700
031800 PROCEDURE DIVISION.
031900
032000 0000-MAINLINE.
032100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
032200     PERFORM 2000-PROCESSA-FUNCIONARIO
032300         THRU 2000-PROCESSA-FUNCIONARIO-EXIT
032400         UNTIL FIM-ARQUIVO.
032500     CLOSE FUNCIONARIOS.
032600     PERFORM 3000-CARREGAR-HISTORICO
032700         THRU 3000-CARREGAR-HISTORICO-EXIT.
032800     PERFORM 3500-CARREGAR-PROVISOES
032900         THRU 3500-CARREGAR-PROVISOES-EXIT.
033000     PERFORM 4000-IMPRIMIR-RELATORIO
033100         THRU 4000-IMPRIMIR-RELATORIO-EXIT.
033200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
033300     STOP RUN.
033400
033500 1000-INICIALIZAR.
033600     CALL "CARGA-PARAMETROS" USING PARAM-AREA.
033700     IF PARAM-ERRO
033800         DISPLAY "ORCADO-REALIZADO ABORTADO: " PARAM-MENSAGEM
033900         MOVE 12 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     PERFORM 1100-DEFINIR-COMPETENCIA
034300         THRU 1100-DEFINIR-COMPETENCIA-EXIT.
034400     PERFORM 1200-MONTAR-CENTROS THRU 1200-MONTAR-CENTROS-EXIT.
034500     PERFORM 1300-CARREGAR-ORCAMENTO
034600         THRU 1300-CARREGAR-ORCAMENTO-EXIT.
034700     OPEN INPUT FUNCIONARIOS.
034800     IF NOT MESTRE-OK
034900         DISPLAY "ORCADO-REALIZADO ABORTADO: MESTRE INDEXADO "
035000             "FUNCMEST INDISPONIVEL (STATUS "
035100             WS-STATUS-MESTRE ")"
035200         MOVE 12 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
035600 1000-INICIALIZAR-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    COMPETENCIA (VARIAVEL DE AMBIENTE COMPETENCIA OU ANO/MES
036100*    CORRENTE), COM O INICIO DO ANO PARA O ACUMULADO E O PRIMEIRO
036200*    E O ULTIMO DIA DO MES PARA O QUADRO (DIA 31 SERVE DE LIMITE
036300*    PARA QUALQUER MES NA COMPARACAO AAAAMMDD).
036400******************************************************************
036500 1100-DEFINIR-COMPETENCIA.
036600     MOVE SPACE TO WS-COMPETENCIA-TEXTO.
036700     ACCEPT WS-COMPETENCIA-TEXTO FROM ENVIRONMENT "COMPETENCIA".
036800     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
036900     IF WS-COMPETENCIA-TEXTO IS NUMERIC
037000         MOVE WS-COMPETENCIA-TEXTO TO WS-COMPETENCIA
037100     ELSE
037200         MOVE WS-DATA-CORRENTE(1:6) TO WS-COMPETENCIA
037300     END-IF.
037400     IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
037500         DISPLAY "ORCADO-REALIZADO ABORTADO: COMPETENCIA "
037600             "INVALIDA: " WS-COMPETENCIA
037700         MOVE 12 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000     COMPUTE WS-COMP-INICIO-ANO = WS-COMP-ANO * 100 + 1.
038100     COMPUTE WS-DATA-INICIO-MES = WS-COMPETENCIA * 100 + 1.
038200     COMPUTE WS-DATA-FIM-MES = WS-COMPETENCIA * 100 + 31.
038300 1100-DEFINIR-COMPETENCIA-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    ABRE A TABELA DE TOTAIS COM OS CENTROS DO PARAMETROS, NA
038800*    ORDEM DO ARQUIVO. A POSICAO DO TOTAL GERAL E ZERADA A PARTE.
038900******************************************************************
039000 1200-MONTAR-CENTROS.
039100     MOVE SPACE TO WS-CT-CENTRO(WS-CT-TOTAL).
039200     MOVE WS-CT-TOTAL TO WS-CT-SUB.
039300     PERFORM 1290-ZERA-CENTRO THRU 1290-ZERA-CENTRO-EXIT.
039400     PERFORM 1250-INCLUI-CENTRO THRU 1250-INCLUI-CENTRO-EXIT
039500         VARYING WS-LISTA-SUB FROM 1 BY 1
039600         UNTIL WS-LISTA-SUB > PARAM-QTD-CENTROS.
039700 1200-MONTAR-CENTROS-EXIT.
039800     EXIT.
039900
040000 1250-INCLUI-CENTRO.
040100     MOVE PARAM-CENTRO(WS-LISTA-SUB) TO WS-CENTRO-PROCURADO.
040200     PERFORM 8000-LOCALIZA-CENTRO THRU 8000-LOCALIZA-CENTRO-EXIT.
040300 1250-INCLUI-CENTRO-EXIT.
040400     EXIT.
040500
040600 1290-ZERA-CENTRO.
040700     MOVE SPACE TO WS-CT-MESES-ORCADOS(WS-CT-SUB).
040800     MOVE ZERO TO WS-CT-ORC-MES(WS-CT-SUB).
040900     MOVE ZERO TO WS-CT-ORC-ANO(WS-CT-SUB).
041000     MOVE ZERO TO WS-CT-VAGAS(WS-CT-SUB).
041100     MOVE ZERO TO WS-CT-FOLHA-MES(WS-CT-SUB).
041200     MOVE ZERO TO WS-CT-FOLHA-ANO(WS-CT-SUB).
041300     MOVE ZERO TO WS-CT-PROV-MES(WS-CT-SUB).
041400     MOVE ZERO TO WS-CT-PROV-ANO(WS-CT-SUB).
041500     MOVE ZERO TO WS-CT-QTD-REAL(WS-CT-SUB).
041600     MOVE ZERO TO WS-CT-QTD-ADMITIDOS(WS-CT-SUB).
041700     MOVE ZERO TO WS-CT-QTD-DESLIGADOS(WS-CT-SUB).
041800 1290-ZERA-CENTRO-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200*    LE E CRITICA O ORCAMENTO INTEIRO: COMPETENCIA COM MES 01-12,
042300*    CENTRO CADASTRADO NO PARAMETROS (QUANDO O PARAMETROS TEM
042400*    CENTROS), VALOR E VAGAS NUMERICOS E UMA SO LINHA POR
042500*    COMPETENCIA E CENTRO NO ANO DA COMPETENCIA. SO AS LINHAS DO
042600*    ANO ATE A COMPETENCIA ENTRAM NOS TOTAIS. ARQUIVO AUSENTE OU
042700*    LINHA INVALIDA ABORTA (RC 12).
042800******************************************************************
042900 1300-CARREGAR-ORCAMENTO.
043000     OPEN INPUT ORCAMENTO.
043100     IF NOT ORCAMENTO-OK
043200         DISPLAY "ORCADO-REALIZADO ABORTADO: ARQUIVO ORCAMENTO "
043300             "INDISPONIVEL (STATUS " WS-STATUS-ORCAMENTO ")"
043400         MOVE 12 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700     PERFORM 1350-LER-ORCAMENTO THRU 1350-LER-ORCAMENTO-EXIT
043800         UNTIL FIM-ORCAMENTO.
043900     CLOSE ORCAMENTO.
044000 1300-CARREGAR-ORCAMENTO-EXIT.
044100     EXIT.
044200
044300 1350-LER-ORCAMENTO.
044400     READ ORCAMENTO
044500         AT END
044600             MOVE "S" TO WS-FIM-ORCAMENTO
044700             GO TO 1350-LER-ORCAMENTO-EXIT
044800     END-READ.
044900     ADD 1 TO WS-QTD-LINHAS-ORC.
045000     IF ORCAMENTO-REGISTRO(1:1) = "*"
045100         OR ORCAMENTO-REGISTRO = SPACE
045200         GO TO 1350-LER-ORCAMENTO-EXIT
045300     END-IF.
045400     MOVE SPACE TO WS-MOTIVO-ORCAMENTO.
045500     IF ORCA-COMPETENCIA-TEXTO IS NOT NUMERIC
045600         MOVE "COMPETENCIA NAO NUMERICA" TO WS-MOTIVO-ORCAMENTO
045700     ELSE
045800         IF ORCA-MES < 1 OR ORCA-MES > 12
045900             MOVE "MES DA COMPETENCIA INVALIDO"
046000                 TO WS-MOTIVO-ORCAMENTO
046100         END-IF
046200     END-IF.
046300     IF WS-MOTIVO-ORCAMENTO = SPACE
046400         AND ORCA-CENTRO = SPACE
046500         MOVE "CENTRO DE CUSTO EM BRANCO" TO WS-MOTIVO-ORCAMENTO
046600     END-IF.
046700     IF WS-MOTIVO-ORCAMENTO = SPACE
046800         AND ORCA-VALOR-TEXTO IS NOT NUMERIC
046900         MOVE "VALOR ORCADO NAO NUMERICO" TO WS-MOTIVO-ORCAMENTO
047000     END-IF.
047100     IF WS-MOTIVO-ORCAMENTO = SPACE
047200         AND ORCA-VAGAS-TEXTO IS NOT NUMERIC
047300         MOVE "QUADRO DE VAGAS NAO NUMERICO"
047400             TO WS-MOTIVO-ORCAMENTO
047500     END-IF.
047600     IF WS-MOTIVO-ORCAMENTO = SPACE
047700         AND PARAM-QTD-CENTROS NOT = ZERO
047800         PERFORM 1390-PROCURA-PARAMETRO
047900             THRU 1390-PROCURA-PARAMETRO-EXIT
048000             VARYING WS-LISTA-SUB FROM 1 BY 1
048100             UNTIL WS-LISTA-SUB > PARAM-QTD-CENTROS
048200             OR PARAM-CENTRO(WS-LISTA-SUB) = ORCA-CENTRO
048300         IF WS-LISTA-SUB > PARAM-QTD-CENTROS
048400             MOVE "CENTRO DE CUSTO NAO CADASTRADO NO PARAMETROS"
048500                 TO WS-MOTIVO-ORCAMENTO
048600         END-IF
048700     END-IF.
048800     IF WS-MOTIVO-ORCAMENTO NOT = SPACE
048900         PERFORM 1380-ABORTA-ORCAMENTO
049000             THRU 1380-ABORTA-ORCAMENTO-EXIT
049100     END-IF.
049200     IF ORCA-ANO NOT = WS-COMP-ANO
049300         GO TO 1350-LER-ORCAMENTO-EXIT
049400     END-IF.
049500     MOVE ORCA-CENTRO TO WS-CENTRO-PROCURADO.
049600     PERFORM 8000-LOCALIZA-CENTRO THRU 8000-LOCALIZA-CENTRO-EXIT.
049700     IF WS-CT-MESES-ORCADOS(WS-CT-SUB)(ORCA-MES:1) = "S"
049800         MOVE "COMPETENCIA E CENTRO REPETIDOS NO ORCAMENTO"
049900             TO WS-MOTIVO-ORCAMENTO
050000         PERFORM 1380-ABORTA-ORCAMENTO
050100             THRU 1380-ABORTA-ORCAMENTO-EXIT
050200     END-IF.
050300     MOVE "S" TO WS-CT-MESES-ORCADOS(WS-CT-SUB)(ORCA-MES:1).
050400     IF ORCA-MES > WS-COMP-MES
050500         GO TO 1350-LER-ORCAMENTO-EXIT
050600     END-IF.
050700     ADD ORCA-VALOR TO WS-CT-ORC-ANO(WS-CT-SUB).
050800     ADD ORCA-VALOR TO WS-CT-ORC-ANO(WS-CT-TOTAL).
050900     IF ORCA-MES = WS-COMP-MES
051000         MOVE ORCA-VALOR TO WS-CT-ORC-MES(WS-CT-SUB)
051100         MOVE ORCA-VAGAS TO WS-CT-VAGAS(WS-CT-SUB)
051200         ADD ORCA-VALOR TO WS-CT-ORC-MES(WS-CT-TOTAL)
051300         ADD ORCA-VAGAS TO WS-CT-VAGAS(WS-CT-TOTAL)
051400         ADD 1 TO WS-QTD-ORC-COMPETENCIA
051500     END-IF.
051600 1350-LER-ORCAMENTO-EXIT.
051700     EXIT.
051800
051900 1380-ABORTA-ORCAMENTO.
052000     MOVE WS-QTD-LINHAS-ORC TO WS-LINHA-ORC-EDITADA.
052100     DISPLAY "ORCADO-REALIZADO ABORTADO: ORCAMENTO INVALIDO NA "
052200         "LINHA " WS-LINHA-ORC-EDITADA ": " WS-MOTIVO-ORCAMENTO.
052300     DISPLAY "    " ORCAMENTO-REGISTRO(1:28).
052400     CLOSE ORCAMENTO.
052500     MOVE 12 TO RETURN-CODE.
052600     STOP RUN.
052700 1380-ABORTA-ORCAMENTO-EXIT.
052800     EXIT.
052900
053000 1390-PROCURA-PARAMETRO.
053100     CONTINUE.
053200 1390-PROCURA-PARAMETRO-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    QUADRO REAL PELO CENTRO ATUAL DO MESTRE: CONTA QUEM JA ESTAVA
053700*    ADMITIDO NO FIM DO MES E NAO ESTAVA DESLIGADO ATE ELE
053800*    (AFASTADO OCUPA A VAGA). ADMISSOES E DESLIGAMENTOS SAO OS COM
053900*    DATA DENTRO DO MES. DESLIGADO SEM DATA VALIDA NAO CONTA NO
054000*    QUADRO. O CENTRO DE CADA FUNCIONARIO FICA NA TABELA PARA AS
054100*    PROVISOES ANTIGAS.
054200******************************************************************
054300 2000-PROCESSA-FUNCIONARIO.
054400     IF WS-QTD-FUNCIONARIOS >= 3000
054500         DISPLAY "ORCADO-REALIZADO ABORTADO: TABELA DE "
054600             "FUNCIONARIOS CHEIA"
054700         MOVE 12 TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000     ADD 1 TO WS-QTD-FUNCIONARIOS.
055100     MOVE FUNC-ID OF WS-FUNCIONARIO
055200         TO WS-FN-FUNC-ID(WS-QTD-FUNCIONARIOS).
055300     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO
055400         TO WS-FN-CENTRO(WS-QTD-FUNCIONARIOS).
055500     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO
055600         TO WS-CENTRO-PROCURADO.
055700     PERFORM 8000-LOCALIZA-CENTRO THRU 8000-LOCALIZA-CENTRO-EXIT.
055800     IF FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO IS NUMERIC
055900         AND FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
056000             NOT < WS-DATA-INICIO-MES
056100         AND FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
056200             NOT > WS-DATA-FIM-MES
056300         ADD 1 TO WS-CT-QTD-ADMITIDOS(WS-CT-SUB)
056400         ADD 1 TO WS-CT-QTD-ADMITIDOS(WS-CT-TOTAL)
056500     END-IF.
056600     IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
056700         AND FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO IS NUMERIC
056800         AND FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO
056900             NOT < WS-DATA-INICIO-MES
057000         AND FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO
057100             NOT > WS-DATA-FIM-MES
057200         ADD 1 TO WS-CT-QTD-DESLIGADOS(WS-CT-SUB)
057300         ADD 1 TO WS-CT-QTD-DESLIGADOS(WS-CT-TOTAL)
057400     END-IF.
057500     PERFORM 2050-CONTA-QUADRO THRU 2050-CONTA-QUADRO-EXIT.
057600     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
057700 2000-PROCESSA-FUNCIONARIO-EXIT.
057800     EXIT.
057900
058000 2050-CONTA-QUADRO.
058100     IF FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO IS NOT NUMERIC
058200         OR FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO > WS-DATA-FIM-MES
058300         GO TO 2050-CONTA-QUADRO-EXIT
058400     END-IF.
058500     IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
058600         IF FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO
058700             IS NOT NUMERIC
058800             OR FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO
058900                 NOT > WS-DATA-FIM-MES
059000             GO TO 2050-CONTA-QUADRO-EXIT
059100         END-IF
059200     END-IF.
059300     ADD 1 TO WS-CT-QTD-REAL(WS-CT-SUB).
059400     ADD 1 TO WS-CT-QTD-REAL(WS-CT-TOTAL).
059500 2050-CONTA-QUADRO-EXIT.
059600     EXIT.
059700
059800 2100-LER-FUNCIONARIO.
059900     READ FUNCIONARIOS INTO WS-FUNCIONARIO
060000         AT END
060100             MOVE "S" TO WS-FIM-ARQUIVO
060200     END-READ.
060300 2100-LER-FUNCIONARIO-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*    BRUTO DA FOLHA DO ANO ATE A COMPETENCIA, EM TODOS OS MODOS,
060800*    PELO CENTRO GRAVADO NO HISTORICO. SALARIO EM DOLAR VAI A
060900*    REAIS PELA TAXA DO DIA (O FOLHAHIST NAO GUARDA A TAXA DA
061000*    EPOCA), COMO NOS ENCARGOS. SEM HISTORICO O REALIZADO DA
061100*    FOLHA SAI ZERADO (RC 4).
061200******************************************************************
061300 3000-CARREGAR-HISTORICO.
061400     OPEN INPUT FOLHA-HISTORICO.
061500     IF NOT HISTORICO-OK
061600         GO TO 3000-CARREGAR-HISTORICO-EXIT
061700     END-IF.
061800     MOVE "S" TO WS-TEM-HISTORICO.
061900     PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT
062000         UNTIL FIM-HISTORICO.
062100     CLOSE FOLHA-HISTORICO.
062200 3000-CARREGAR-HISTORICO-EXIT.
062300     EXIT.
062400
062500 3100-LER-HISTORICO.
062600     READ FOLHA-HISTORICO INTO WS-HIST-ENTRADA
062700         AT END
062800             MOVE "S" TO WS-FIM-HISTORICO
062900             GO TO 3100-LER-HISTORICO-EXIT
063000     END-READ.
063100     IF HIST-COMPETENCIA OF WS-HIST-ENTRADA < WS-COMP-INICIO-ANO
063200         OR HIST-COMPETENCIA OF WS-HIST-ENTRADA > WS-COMPETENCIA
063300         GO TO 3100-LER-HISTORICO-EXIT
063400     END-IF.
063500     ADD 1 TO WS-QTD-HIST-ANO.
063600     IF HIST-MOEDA-DOLAR OF WS-HIST-ENTRADA
063700         COMPUTE WS-VALOR-REAIS ROUNDED =
063800             HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
063900             * PARAM-TAXA-CAMBIO
064000     ELSE
064100         MOVE HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
064200             TO WS-VALOR-REAIS
064300     END-IF.
064400     MOVE HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA
064500         TO WS-CENTRO-PROCURADO.
064600     PERFORM 8000-LOCALIZA-CENTRO THRU 8000-LOCALIZA-CENTRO-EXIT.
064700     ADD WS-VALOR-REAIS TO WS-CT-FOLHA-ANO(WS-CT-SUB).
064800     ADD WS-VALOR-REAIS TO WS-CT-FOLHA-ANO(WS-CT-TOTAL).
064900     IF HIST-COMPETENCIA OF WS-HIST-ENTRADA = WS-COMPETENCIA
065000         ADD WS-VALOR-REAIS TO WS-CT-FOLHA-MES(WS-CT-SUB)
065100         ADD WS-VALOR-REAIS TO WS-CT-FOLHA-MES(WS-CT-TOTAL)
065200     END-IF.
065300 3100-LER-HISTORICO-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*    PROVISOES DE 13O E FERIAS DO ANO ATE A COMPETENCIA (JA EM
065800*    REAIS), PELO CENTRO GRAVADO NA PROVISAO OU, NOS REGISTROS
065900*    ANTIGOS SEM CENTRO, PELO CENTRO ATUAL DO FUNCIONARIO NO
066000*    MESTRE. ARQUIVO AUSENTE = REALIZADO SEM PROVISOES.
066100******************************************************************
066200 3500-CARREGAR-PROVISOES.
066300     OPEN INPUT PROVISOES.
066400     IF NOT PROVISOES-OK
066500         GO TO 3500-CARREGAR-PROVISOES-EXIT
066600     END-IF.
066700     MOVE "S" TO WS-TEM-PROVISOES.
066800     PERFORM 3600-LER-PROVISAO THRU 3600-LER-PROVISAO-EXIT
066900         UNTIL FIM-PROVISOES.
067000     CLOSE PROVISOES.
067100 3500-CARREGAR-PROVISOES-EXIT.
067200     EXIT.
067300
067400 3600-LER-PROVISAO.
067500     READ PROVISOES
067600         AT END
067700             MOVE "S" TO WS-FIM-PROVISOES
067800             GO TO 3600-LER-PROVISAO-EXIT
067900     END-READ.
068000     IF PROV-COMPETENCIA < WS-COMP-INICIO-ANO
068100         OR PROV-COMPETENCIA > WS-COMPETENCIA
068200         GO TO 3600-LER-PROVISAO-EXIT
068300     END-IF.
068400     ADD 1 TO WS-QTD-PROV-ANO.
068500     COMPUTE WS-VALOR-REAIS = PROV-13O + PROV-FERIAS.
068600     MOVE PROV-CENTRO-CUSTO TO WS-CENTRO-PROCURADO.
068700     IF WS-CENTRO-PROCURADO = SPACE
068800         PERFORM 3690-PROCURA-FUNCIONARIO
068900             THRU 3690-PROCURA-FUNCIONARIO-EXIT
069000             VARYING WS-FN-SUB FROM 1 BY 1
069100             UNTIL WS-FN-SUB > WS-QTD-FUNCIONARIOS
069200             OR WS-FN-FUNC-ID(WS-FN-SUB) = PROV-FUNC-ID
069300         IF WS-FN-SUB NOT > WS-QTD-FUNCIONARIOS
069400             MOVE WS-FN-CENTRO(WS-FN-SUB) TO WS-CENTRO-PROCURADO
069500         END-IF
069600     END-IF.
069700     PERFORM 8000-LOCALIZA-CENTRO THRU 8000-LOCALIZA-CENTRO-EXIT.
069800     ADD WS-VALOR-REAIS TO WS-CT-PROV-ANO(WS-CT-SUB).
069900     ADD WS-VALOR-REAIS TO WS-CT-PROV-ANO(WS-CT-TOTAL).
070000     IF PROV-COMPETENCIA = WS-COMPETENCIA
070100         ADD WS-VALOR-REAIS TO WS-CT-PROV-MES(WS-CT-SUB)
070200         ADD WS-VALOR-REAIS TO WS-CT-PROV-MES(WS-CT-TOTAL)
070300     END-IF.
070400 3600-LER-PROVISAO-EXIT.
070500     EXIT.
070600
070700 3690-PROCURA-FUNCIONARIO.
070800     CONTINUE.
070900 3690-PROCURA-FUNCIONARIO-EXIT.
071000     EXIT.
071100
071200******************************************************************
071300*    CABECALHOS, AVISOS DE ARQUIVO AUSENTE, DUAS LINHAS POR CENTRO
071400*    (MES E ANO) E O TOTAL GERAL. CENTRO SEM ORCAMENTO, REALIZADO
071500*    NEM QUADRO NO ANO NAO SAI.
071600******************************************************************
071700 4000-IMPRIMIR-RELATORIO.
071800     OPEN OUTPUT RELATORIO-ORCAMENTO.
071900     MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA.
072000     MOVE PARAM-TAXA-CAMBIO TO WS-CAB-TAXA.
072100     WRITE ORCREL-LINHA FROM WS-CABECALHO-1.
072200     WRITE ORCREL-LINHA FROM WS-CABECALHO-2.
072300     WRITE ORCREL-LINHA FROM WS-LINHA-BRANCO.
072400     IF WS-QTD-ORC-COMPETENCIA = ZERO
072500         MOVE "ARQUIVO ORCAMENTO SEM LINHAS DA COMPETENCIA"
072600             TO WS-AVISO-TEXTO
072700         WRITE ORCREL-LINHA FROM WS-LINHA-AVISO
072800     END-IF.
072900     IF NOT TEM-HISTORICO
073000         MOVE "HISTORICO FOLHAHIST AUSENTE: BRUTO DA FOLHA ZERADO"
073100             TO WS-AVISO-TEXTO
073200         WRITE ORCREL-LINHA FROM WS-LINHA-AVISO
073300     END-IF.
073400     IF NOT TEM-PROVISOES
073500         MOVE "ARQUIVO PROVISOES AUSENTE: REALIZADO SEM PROVISOES"
073600             TO WS-AVISO-TEXTO
073700         WRITE ORCREL-LINHA FROM WS-LINHA-AVISO
073800     END-IF.
073900     WRITE ORCREL-LINHA FROM WS-CABECALHO-3.
074000     PERFORM 4100-IMPRIME-CENTRO THRU 4100-IMPRIME-CENTRO-EXIT
074100         VARYING WS-CT-SUB FROM 1 BY 1
074200         UNTIL WS-CT-SUB > WS-QTD-CT.
074300     MOVE WS-CT-TOTAL TO WS-CT-SUB.
074400     PERFORM 4100-IMPRIME-CENTRO THRU 4100-IMPRIME-CENTRO-EXIT.
074500 4000-IMPRIMIR-RELATORIO-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    LINHA DO MES COM O QUADRO E LINHA DO ACUMULADO NO ANO. O
075000*    REALIZADO ACIMA DO ORCADO (INCLUSIVE CENTRO SEM ORCAMENTO
075100*    COM REALIZADO) E DESTACADO E CONTA UMA VEZ POR CENTRO.
075200******************************************************************
075300 4100-IMPRIME-CENTRO.
075400     IF WS-CT-ORC-ANO(WS-CT-SUB) = ZERO
075500         AND WS-CT-FOLHA-ANO(WS-CT-SUB) = ZERO
075600         AND WS-CT-PROV-ANO(WS-CT-SUB) = ZERO
075700         AND WS-CT-VAGAS(WS-CT-SUB) = ZERO
075800         AND WS-CT-QTD-REAL(WS-CT-SUB) = ZERO
075900         AND WS-CT-QTD-ADMITIDOS(WS-CT-SUB) = ZERO
076000         AND WS-CT-QTD-DESLIGADOS(WS-CT-SUB) = ZERO
076100         GO TO 4100-IMPRIME-CENTRO-EXIT
076200     END-IF.
076300     MOVE "N" TO WS-ESTOURO-CENTRO.
076400     MOVE SPACE TO WS-LINHA-CENTRO.
076500     IF WS-CT-SUB = WS-CT-TOTAL
076600         MOVE "TOTAL" TO WS-LC-CENTRO
076700     ELSE
076800         MOVE WS-CT-CENTRO(WS-CT-SUB) TO WS-LC-CENTRO
076900         ADD 1 TO WS-QTD-CENTROS-LISTADOS
077000     END-IF.
077100     IF WS-LC-CENTRO = SPACE
077200         MOVE "S/CC" TO WS-LC-CENTRO
077300     END-IF.
077400     MOVE "MES" TO WS-LC-PERIODO.
077500     MOVE WS-CT-ORC-MES(WS-CT-SUB) TO WS-VALOR-ORCADO.
077600     MOVE WS-CT-FOLHA-MES(WS-CT-SUB) TO WS-LC-FOLHA.
077700     MOVE WS-CT-PROV-MES(WS-CT-SUB) TO WS-LC-PROVISOES.
077800     COMPUTE WS-VALOR-REALIZADO =
077900         WS-CT-FOLHA-MES(WS-CT-SUB) + WS-CT-PROV-MES(WS-CT-SUB).
078000     MOVE WS-CT-VAGAS(WS-CT-SUB) TO WS-LC-VAGAS.
078100     MOVE WS-CT-QTD-REAL(WS-CT-SUB) TO WS-LC-REAL.
078200     MOVE WS-CT-QTD-ADMITIDOS(WS-CT-SUB) TO WS-LC-ADMITIDOS.
078300     MOVE WS-CT-QTD-DESLIGADOS(WS-CT-SUB) TO WS-LC-DESLIGADOS.
078400     PERFORM 4200-MONTA-LINHA THRU 4200-MONTA-LINHA-EXIT.
078500     MOVE SPACE TO WS-LINHA-CENTRO.
078600     MOVE "ANO" TO WS-LC-PERIODO.
078700     MOVE WS-CT-ORC-ANO(WS-CT-SUB) TO WS-VALOR-ORCADO.
078800     MOVE WS-CT-FOLHA-ANO(WS-CT-SUB) TO WS-LC-FOLHA.
078900     MOVE WS-CT-PROV-ANO(WS-CT-SUB) TO WS-LC-PROVISOES.
079000     COMPUTE WS-VALOR-REALIZADO =
079100         WS-CT-FOLHA-ANO(WS-CT-SUB) + WS-CT-PROV-ANO(WS-CT-SUB).
079200     PERFORM 4200-MONTA-LINHA THRU 4200-MONTA-LINHA-EXIT.
079300     WRITE ORCREL-LINHA FROM WS-LINHA-BRANCO.
079400     IF WS-CT-SUB NOT = WS-CT-TOTAL
079500         AND CENTRO-ESTOURADO
079600         ADD 1 TO WS-QTD-ESTOURADOS
079700     END-IF.
079800 4100-IMPRIME-CENTRO-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    DESVIO = REALIZADO - ORCADO (POSITIVO = ACIMA DO ORCAMENTO) E
080300*    PERCENTUAL SOBRE O ORCADO. SEM ORCAMENTO, OU PERCENTUAL FORA
080400*    DO CAMPO, SAI 999,99.
080500******************************************************************
080600 4200-MONTA-LINHA.
080700     COMPUTE WS-DESVIO = WS-VALOR-REALIZADO - WS-VALOR-ORCADO.
080800     IF WS-VALOR-ORCADO = ZERO
080900         IF WS-DESVIO = ZERO
081000             MOVE ZERO TO WS-PERC-DESVIO
081100         ELSE
081200             MOVE 999,99 TO WS-PERC-DESVIO
081300         END-IF
081400     ELSE
081500         COMPUTE WS-PERC-DESVIO ROUNDED =
081600             (WS-DESVIO / WS-VALOR-ORCADO) * 100
081700             ON SIZE ERROR
081800                 MOVE 999,99 TO WS-PERC-DESVIO
081900         END-COMPUTE
082000     END-IF.
082100     MOVE WS-VALOR-ORCADO TO WS-LC-ORCADO.
082200     MOVE WS-VALOR-REALIZADO TO WS-LC-REALIZADO.
082300     MOVE WS-DESVIO TO WS-LC-DESVIO.
082400     MOVE WS-PERC-DESVIO TO WS-LC-PERC.
082500     IF WS-DESVIO > ZERO
082600         MOVE "** ESTOURO **" TO WS-LC-DESTAQUE
082700         MOVE "S" TO WS-ESTOURO-CENTRO
082800     END-IF.
082900     WRITE ORCREL-LINHA FROM WS-LINHA-CENTRO.
083000 4200-MONTA-LINHA-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400*    LOCALIZA O CENTRO PROCURADO NA TABELA DE TOTAIS, INCLUINDO-O
083500*    NO FIM SE AINDA NAO ESTIVER LA. DEVOLVE A POSICAO EM
083600*    WS-CT-SUB.
083700******************************************************************
083800 8000-LOCALIZA-CENTRO.
083900     PERFORM 8090-PROCURA-CENTRO THRU 8090-PROCURA-CENTRO-EXIT
084000         VARYING WS-CT-SUB FROM 1 BY 1
084100         UNTIL WS-CT-SUB > WS-QTD-CT
084200         OR WS-CT-CENTRO(WS-CT-SUB) = WS-CENTRO-PROCURADO.
084300     IF WS-CT-SUB NOT > WS-QTD-CT
084400         GO TO 8000-LOCALIZA-CENTRO-EXIT
084500     END-IF.
084600     IF WS-QTD-CT >= WS-CT-TOTAL - 1
084700         DISPLAY "ORCADO-REALIZADO ABORTADO: MAIS DE 40 "
084800             "CENTROS DE CUSTO NO MESTRE, NO HISTORICO E NAS "
084900             "PROVISOES"
085000         MOVE 12 TO RETURN-CODE
085100         STOP RUN
085200     END-IF.
085300     ADD 1 TO WS-QTD-CT.
085400     MOVE WS-QTD-CT TO WS-CT-SUB.
085500     MOVE WS-CENTRO-PROCURADO TO WS-CT-CENTRO(WS-CT-SUB).
085600     PERFORM 1290-ZERA-CENTRO THRU 1290-ZERA-CENTRO-EXIT.
085700 8000-LOCALIZA-CENTRO-EXIT.
085800     EXIT.
085900
086000 8090-PROCURA-CENTRO.
086100     CONTINUE.
086200 8090-PROCURA-CENTRO-EXIT.
086300     EXIT.
086400
086500******************************************************************
086600*    RESUMO NO CONSOLE. CENTRO ESTOURADO, COMPETENCIA SEM
086700*    ORCAMENTO OU SEM HISTORICO SAI COM RC 4.
086800******************************************************************
086900 9000-FINALIZAR.
087000     MOVE WS-QTD-CENTROS-LISTADOS TO WS-RES-CENTROS.
087100     MOVE WS-QTD-ESTOURADOS TO WS-RES-ESTOURADOS.
087200     MOVE WS-QTD-ORC-COMPETENCIA TO WS-RES-ORCAMENTOS.
087300     WRITE ORCREL-LINHA FROM WS-LINHA-RESUMO.
087400     CLOSE RELATORIO-ORCAMENTO.
087500     DISPLAY WS-LINHA-RESUMO.
087600     IF WS-QTD-ESTOURADOS NOT = ZERO
087700         OR WS-QTD-ORC-COMPETENCIA = ZERO
087800         OR NOT TEM-HISTORICO
087900         MOVE 4 TO RETURN-CODE
088000     END-IF.
088100 9000-FINALIZAR-EXIT.
088200     EXIT.
