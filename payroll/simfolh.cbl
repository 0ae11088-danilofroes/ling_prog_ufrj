000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SIMULA-FOLHA.
000300 AUTHOR. DANILO FROES.
000400 INSTALLATION. FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PROGRAMA......: SIMULA-FOLHA
000900*    DESCRICAO.....: SIMULA A FOLHA NORMAL DA COMPETENCIA COM
001000*                    PARAMETROS ALTERNATIVOS, SEM GRAVAR NADA EM
001100*                    ARQUIVO DE PRODUCAO. O PARAMETROS E O CAMBIO
001200*                    LIDOS PELO CARGA-PARAMETROS SAO OS DA
001300*                    SIMULACAO (O JOB RODA NUM DIRETORIO PROPRIO,
001400*                    COM COPIAS DOS ARQUIVOS DA PRODUCAO). O
001500*                    ARQUIVO OPCIONAL REAJUSTES TRAZ REAJUSTES
001600*                    HIPOTETICOS POR CARGO OU CENTRO DE CUSTO,
001700*                    APLICADOS SO NA MEMORIA SOBRE O SALARIO DO
001800*                    MESTRE. O CALCULO DE CADA FUNCIONARIO ATIVO E
001900*                    VALIDO E O MESMO DA FOLHA NORMAL DO RELATORIO
002000*                    (DIAS PAGOS, MOVIMENTO, SALDO DEVEDOR E
002100*                    CONTRATOS), FEITO SO COM AS FUNCOES DE
002200*                    CONSULTA DOS SUBPROGRAMAS. O RELATORIO
002300*                    SIMULACAO COMPARA BRUTO, DESCONTOS E LIQUIDO
002400*                    SIMULADOS COM A ULTIMA FOLHA NORMAL DO
002500*                    FOLHAHIST (A MAIOR COMPETENCIA NORMAL ATE A
002600*                    SIMULADA), POR FUNCIONARIO NA MOEDA DELE E
002700*                    POR CENTRO DE CUSTO EM REAIS, COM AS
002800*                    DIFERENCAS ABSOLUTAS E PERCENTUAIS. O DOLAR
002900*                    SIMULADO VAI PELA TAXA DA SIMULACAO E O REAL
003000*                    PELA TAXA DO ARQUIVO OPCIONAL CAMBIOREAL
003100*                    (COPIA DO CAMBIO DA PRODUCAO). SEM FOLHA
003200*                    NORMAL NO HISTORICO AS COLUNAS REAIS SAEM
003300*                    VAZIAS (RC 4).
003400*------------------------------------------------------------
003500*    HISTORICO DE ALTERACOES
003600*    DATA       AUTOR   DESCRICAO
003700*    15/10/2026 DF      VERSAO INICIAL DO PROGRAMA.
003800******************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT FUNCIONARIOS ASSIGN TO "FUNCMEST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS FUNC-ID OF FUNCIONARIOS-REGISTRO
005100         ALTERNATE RECORD KEY IS FUNC-NOME
005200             OF FUNCIONARIOS-REGISTRO WITH DUPLICATES
005300         FILE STATUS IS WS-STATUS-MESTRE.
005400
005500     SELECT MOVIMENTO ASSIGN TO "MOVIMENTO"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-STATUS-MOVIMENTO.
005800
005900     SELECT FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-STATUS-HISTORICO.
006200
006300     SELECT REAJUSTES ASSIGN TO "REAJUSTES"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-STATUS-REAJUSTES.
006600
006700     SELECT CAMBIO-REAL ASSIGN TO "CAMBIOREAL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-STATUS-CAMBIO.
007000
007100     SELECT SIMULACAO ASSIGN TO "SIMULACAO"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  FUNCIONARIOS
007700     LABEL RECORDS ARE STANDARD.
007800     COPY FUNCREC
007900         REPLACING ==FUNC-REGISTRO== BY ==FUNCIONARIOS-REGISTRO==.
008000
008100******************************************************************
008200*    ARQUIVO DE MOVIMENTO MENSAL DE EVENTOS VARIAVEIS, O MESMO
008300*    APLICADO PELO RELATORIO-FUNCIONARIO NA FOLHA NORMAL.
008400*    ARQUIVO AUSENTE = SIMULACAO SEM EVENTOS VARIAVEIS.
008500******************************************************************
008600 FD  MOVIMENTO
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900     COPY MOVREC.
009000
009100 FD  FOLHA-HISTORICO
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400     COPY HISTREC
009500         REPLACING ==HIST-REGISTRO== BY ==HISTORICO-REGISTRO==.
009600
009700******************************************************************
009800*    ARQUIVO OPCIONAL DE REAJUSTES HIPOTETICOS, UM ITEM POR LINHA:
009900*    REGISTRO "G": COL 3-42 CARGO, COL 44-48 PERCENTUAL DO
010000*    REAJUSTE (9(3)V99 IMPLICITO, EX.: 00550 = 5,50%).
010100*    REGISTRO "C": COL 3-6 CENTRO DE CUSTO, COL 8-12 PERCENTUAL.
010200*    ATE 50 CARGOS E 20 CENTROS. O PERCENTUAL DO CARGO PREVALECE
010300*    SOBRE O DO CENTRO DE CUSTO (OS DOIS NAO SE SOMAM). LINHAS
010400*    INICIADAS POR "*" E LINHAS EM BRANCO SAO IGNORADAS.
010500******************************************************************
010600 FD  REAJUSTES
010700     LABEL RECORDS ARE STANDARD.
010800 01  REAJUSTE-REGISTRO.
010900     05  REAJ-TIPO               PIC X(01).
011000     05  FILLER                  PIC X(79).
011100 01  REAJ-CARGO-REG REDEFINES REAJUSTE-REGISTRO.
011200     05  FILLER                  PIC X(02).
011300     05  REAJ-CARGO              PIC X(40).
011400     05  FILLER                  PIC X(01).
011500     05  REAJ-PERC-CARGO         PIC X(05).
011600     05  FILLER                  PIC X(32).
011700 01  REAJ-CENTRO-REG REDEFINES REAJUSTE-REGISTRO.
011800     05  FILLER                  PIC X(02).
011900     05  REAJ-CENTRO             PIC X(04).
012000     05  FILLER                  PIC X(01).
012100     05  REAJ-PERC-CENTRO        PIC X(05).
012200     05  FILLER                  PIC X(68).
012300
012400******************************************************************
012500*    COPIA DA TABELA DE CAMBIO DA PRODUCAO, NO MESMO LAYOUT DO
012600*    CAMBIO, USADA SO PARA CONVERTER EM REAIS A FOLHA REAL EM
012700*    DOLAR. ARQUIVO AUSENTE = FOLHA REAL PELA TAXA SIMULADA.
012800******************************************************************
012900 FD  CAMBIO-REAL
013000     LABEL RECORDS ARE STANDARD.
013100 01  CAMBIO-REAL-REGISTRO.
013200     05  CAMR-DATA               PIC X(08).
013300     05  FILLER                  PIC X(01).
013400     05  CAMR-TAXA               PIC X(06).
013500     05  FILLER                  PIC X(65).
013600
013700 FD  SIMULACAO
013800     LABEL RECORDS ARE STANDARD.
013900 01  SIMULACAO-LINHA                 PIC X(132).
014000
014100 WORKING-STORAGE SECTION.
014200
014300     COPY FUNCREC
014400         REPLACING ==FUNC-REGISTRO== BY ==WS-FUNCIONARIO==.
014500
014600     COPY HISTREC
014700         REPLACING ==HIST-REGISTRO== BY ==WS-HIST-ENTRADA==.
014800
014900     COPY FOLHAREC.
015000
015100     COPY VALIDREC.
015200
015300     COPY PARAMREC.
015400
015500     COPY DEPCREC.
015600
015700     COPY APLCREC.
015800
015900     COPY SDEVREC.
016000
016100     COPY AFASREC.
016200
016300 01  WS-SWITCHES.
016400     05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
016500         88  FIM-ARQUIVO             VALUE "S".
016600     05  WS-FIM-MOVIMENTO        PIC X(01) VALUE "N".
016700         88  FIM-MOVIMENTO           VALUE "S".
016800     05  WS-FIM-HISTORICO        PIC X(01) VALUE "N".
016900         88  FIM-HISTORICO           VALUE "S".
017000     05  WS-FIM-REAJUSTES        PIC X(01) VALUE "N".
017100         88  FIM-REAJUSTES           VALUE "S".
017200     05  WS-FIM-CAMBIO           PIC X(01) VALUE "N".
017300         88  FIM-CAMBIO              VALUE "S".
017400     05  WS-TEM-COMPARACAO       PIC X(01) VALUE "N".
017500         88  TEM-COMPARACAO          VALUE "S".
017600     05  WS-TEM-REAL             PIC X(01) VALUE "N".
017700         88  TEM-FOLHA-REAL          VALUE "S".
017800
017900 01  WS-STATUS-MESTRE           PIC X(02) VALUE SPACE.
018000     88  MESTRE-OK                  VALUE "00".
018100
018200 01  WS-STATUS-MOVIMENTO        PIC X(02) VALUE SPACE.
018300     88  MOVIMENTO-OK               VALUE "00".
018400
018500 01  WS-STATUS-HISTORICO        PIC X(02) VALUE SPACE.
018600     88  HISTORICO-OK               VALUE "00".
018700
018800 01  WS-STATUS-REAJUSTES        PIC X(02) VALUE SPACE.
018900     88  REAJUSTES-OK               VALUE "00".
019000
019100 01  WS-STATUS-CAMBIO           PIC X(02) VALUE SPACE.
019200     88  CAMBIO-OK                  VALUE "00".
019300
019400 01  WS-CONTADORES.
019500     05  WS-QTD-SIMULADOS        PIC 9(05) COMP VALUE ZERO.
019600     05  WS-QTD-INVALIDOS        PIC 9(05) COMP VALUE ZERO.
019700     05  WS-QTD-PULADOS          PIC 9(05) COMP VALUE ZERO.
019800     05  WS-QTD-REAJUSTADOS      PIC 9(05) COMP VALUE ZERO.
019900     05  WS-QTD-NOVOS            PIC 9(05) COMP VALUE ZERO.
020000     05  WS-QTD-FORA             PIC 9(05) COMP VALUE ZERO.
020100
020200 01  WS-AREA-COMPETENCIA.
020300     05  WS-COMPETENCIA          PIC 9(06) VALUE ZERO.
020400     05  WS-COMPETENCIA-TEXTO    PIC X(06) VALUE SPACE.
020500     05  WS-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
020600     05  WS-COMP-COMPARACAO      PIC 9(06) VALUE ZERO.
020700
020800******************************************************************
020900*    TAXA DE CAMBIO DA PRODUCAO (CAMBIOREAL), ESCOLHIDA COM A
021000*    MESMA REGRA DO CARGA-PARAMETROS: A LINHA VALIDA DE DATA MAIS
021100*    RECENTE QUE NAO SEJA FUTURA.
021200******************************************************************
021300 01  WS-AREA-TAXA-REAL.
021400     05  WS-TAXA-REAL            PIC 9(2)V9(4) VALUE ZERO.
021500     05  WS-DATA-TAXA-REAL       PIC 9(08) VALUE ZERO.
021600     05  WS-DATA-LINHA           PIC 9(08) VALUE ZERO.
021700
021800 01  WS-TAXA-ENTRADA.
021900     05  WS-TAXA-TEXTO           PIC X(06).
022000     05  WS-TAXA-NUMERICA REDEFINES WS-TAXA-TEXTO
022100                                 PIC 9(2)V9(4).
022200
022300******************************************************************
022400*    REAJUSTES HIPOTETICOS LIDOS DO ARQUIVO REAJUSTES.
022500******************************************************************
022600 01  WS-AREA-REAJUSTES.
022700     05  WS-QTD-RJ-CARGOS        PIC 9(02) COMP VALUE ZERO.
022800     05  WS-RJ-CARGO-ITEM OCCURS 50 TIMES.
022900         10  WS-RJ-CARGO         PIC X(40).
023000         10  WS-RJ-PERC-CARGO    PIC 9(3)V99.
023100     05  WS-QTD-RJ-CENTROS       PIC 9(02) COMP VALUE ZERO.
023200     05  WS-RJ-CENTRO-ITEM OCCURS 20 TIMES.
023300         10  WS-RJ-CENTRO        PIC X(04).
023400         10  WS-RJ-PERC-CENTRO   PIC 9(3)V99.
023500
023600 01  WS-PERC-ENTRADA.
023700     05  WS-PERC-TEXTO           PIC X(05).
023800     05  WS-PERC-NUMERICO REDEFINES WS-PERC-TEXTO
023900                                 PIC 9(3)V99.
024000
024100 77  WS-PERC-REAJUSTE           PIC 9(3)V99 VALUE ZERO.
024200 77  WS-RJ-SUB                  PIC 9(02) COMP VALUE ZERO.
024300 77  WS-LISTA-SUB               PIC 9(02) COMP VALUE ZERO.
024400
024500******************************************************************
024600*    TABELA DO MOVIMENTO MENSAL DA COMPETENCIA, COM OS MESMOS
024700*    LANCAMENTOS QUE O RELATORIO-FUNCIONARIO APLICA NO CALCULO.
024800******************************************************************
024900 01  WS-TABELA-MOVIMENTO.
025000     05  WS-QTD-MOVIMENTO        PIC 9(04) COMP VALUE ZERO.
025100     05  WS-MOV-ITEM OCCURS 2000 TIMES
025200             INDEXED BY MOV-IDX.
025300         10  WS-MOV-FUNC-ID      PIC 9(04).
025400         10  WS-MOV-RUBRICA      PIC 9(03).
025500         10  WS-MOV-TIPO         PIC X(01).
025600             88  MOV-ITEM-PROVENTO   VALUE "P".
025700         10  WS-MOV-DESCRICAO    PIC X(20).
025800         10  WS-MOV-VALOR        PIC 9(5)V99.
025900
026000 77  WS-MOV-SUB                 PIC 9(04) COMP VALUE ZERO.
026100
026200******************************************************************
026300*    FOLHA NORMAL REAL DA COMPETENCIA DE COMPARACAO, CARREGADA DO
026400*    FOLHAHIST. CADA REGISTRO CASADO COM UM FUNCIONARIO SIMULADO
026500*    FICA MARCADO; OS NAO CASADOS SAEM NO FIM DO DETALHE.
026600******************************************************************
026700 01  WS-TABELA-HISTORICO.
026800     05  WS-QTD-HISTORICO        PIC 9(04) COMP VALUE ZERO.
026900     05  WS-HR-ITEM OCCURS 3000 TIMES.
027000         10  WS-HR-FUNC-ID       PIC 9(04).
027100         10  WS-HR-CENTRO        PIC X(04).
027200         10  WS-HR-MOEDA         PIC X(01).
027300             88  HR-MOEDA-DOLAR      VALUE "U".
027400         10  WS-HR-BRUTO         PIC 9(5)V99.
027500         10  WS-HR-DESCONTO      PIC 9(5)V99.
027600         10  WS-HR-LIQUIDO       PIC 9(5)V99.
027700         10  WS-HR-CASADO        PIC X(01).
027800             88  HR-CASADO           VALUE "S".
027900
028000 77  WS-HR-SUB                  PIC 9(04) COMP VALUE ZERO.
028100
028200******************************************************************
028300*    TOTAIS POR CENTRO DE CUSTO EM REAIS: OS CENTROS DO PARAMETROS
028400*    NA ORDEM DO ARQUIVO E, DEPOIS DELES, OS DEMAIS CENTROS
028500*    ENCONTRADOS NO MESTRE OU NO HISTORICO. A ULTIMA POSICAO
028600*    LIVRE E O TOTAL GERAL.
028700******************************************************************
028800 01  WS-TABELA-CENTROS.
028900     05  WS-QTD-CT               PIC 9(02) COMP VALUE ZERO.
029000     05  WS-CT-ITEM OCCURS 41 TIMES.
029100         10  WS-CT-CENTRO        PIC X(04).
029200         10  WS-CT-QTD-SIM       PIC 9(05) COMP.
029300         10  WS-CT-QTD-REAL      PIC 9(05) COMP.
029400         10  WS-CT-SIM-BRUTO     PIC 9(9)V99.
029500         10  WS-CT-SIM-DESCONTO  PIC 9(9)V99.
029600         10  WS-CT-SIM-LIQUIDO   PIC 9(9)V99.
029700         10  WS-CT-REAL-BRUTO    PIC 9(9)V99.
029800         10  WS-CT-REAL-DESCONTO PIC 9(9)V99.
029900         10  WS-CT-REAL-LIQUIDO  PIC 9(9)V99.
030000
030100 77  WS-CT-SUB                  PIC 9(02) COMP VALUE ZERO.
030200 77  WS-CT-TOTAL                PIC 9(02) COMP VALUE 41.
030300 77  WS-CENTRO-PROCURADO        PIC X(04) VALUE SPACE.
030400
030500 01  WS-AREA-REAIS.
030600     05  WS-BRUTO-REAIS          PIC 9(7)V99 VALUE ZERO.
030700     05  WS-DESCONTO-REAIS       PIC 9(7)V99 VALUE ZERO.
030800     05  WS-LIQUIDO-REAIS        PIC 9(7)V99 VALUE ZERO.
030900
031000 01  WS-AREA-VARIACAO.
031100     05  WS-VALOR-SIMULADO       PIC 9(9)V99 VALUE ZERO.
031200     05  WS-VALOR-REAL           PIC 9(9)V99 VALUE ZERO.
031300     05  WS-DIFERENCA            PIC S9(9)V99 VALUE ZERO.
031400     05  WS-PERC-VARIACAO        PIC S9(3)V99 VALUE ZERO.
031500
031600 01  WS-CABECALHO-1.
031700     05  FILLER                  PIC X(10) VALUE SPACE.
031800     05  FILLER                  PIC X(43) VALUE
031900         "SIMULACAO DA FOLHA NORMAL - NADA E GRAVADO".
032000     05  FILLER                  PIC X(15) VALUE
032100         "  COMPETENCIA: ".
032200     05  WS-CAB-COMPETENCIA      PIC 9(06).
032300     05  FILLER                  PIC X(17) VALUE
032400         "  COMPARADA COM: ".
032500     05  WS-CAB-COMPARACAO       PIC X(06).
032600     05  FILLER                  PIC X(35) VALUE SPACE.
032700
032800 01  WS-CABECALHO-2.
032900     05  FILLER                  PIC X(10) VALUE SPACE.
033000     05  FILLER                  PIC X(15) VALUE
033100         "TAXA SIMULADA: ".
033200     05  WS-CAB-TAXA-SIMULADA    PIC Z9,9999.
033300     05  FILLER                  PIC X(13) VALUE "  TAXA REAL: ".
033400     05  WS-CAB-TAXA-REAL        PIC Z9,9999.
033500     05  FILLER                  PIC X(23) VALUE
033600         "  REAJUSTES POR CARGO: ".
033700     05  WS-CAB-QTD-CARGOS       PIC Z9.
033800     05  FILLER                  PIC X(14) VALUE "  POR CENTRO: ".
033900     05  WS-CAB-QTD-CENTROS      PIC Z9.
034000     05  FILLER                  PIC X(39) VALUE SPACE.
034100
034200 01  WS-CABECALHO-3.
034300     05  FILLER                  PIC X(04) VALUE "ID".
034400     05  FILLER                  PIC X(01) VALUE SPACE.
034500     05  FILLER                  PIC X(04) VALUE "CC".
034600     05  FILLER                  PIC X(01) VALUE SPACE.
034700     05  FILLER                  PIC X(02) VALUE "MD".
034800     05  FILLER                  PIC X(01) VALUE SPACE.
034900     05  FILLER                  PIC X(09) VALUE "BRUTO SIM".
035000     05  FILLER                  PIC X(01) VALUE SPACE.
035100     05  FILLER                  PIC X(09) VALUE "BRUTO REA".
035200     05  FILLER                  PIC X(01) VALUE SPACE.
035300     05  FILLER                  PIC X(10) VALUE " DIF BRUTO".
035400     05  FILLER                  PIC X(01) VALUE SPACE.
035500     05  FILLER                  PIC X(07) VALUE "   VAR%".
035600     05  FILLER                  PIC X(01) VALUE SPACE.
035700     05  FILLER                  PIC X(09) VALUE "DESC SIM".
035800     05  FILLER                  PIC X(01) VALUE SPACE.
035900     05  FILLER                  PIC X(09) VALUE "DESC REAL".
036000     05  FILLER                  PIC X(01) VALUE SPACE.
036100     05  FILLER                  PIC X(10) VALUE " DIF DESC".
036200     05  FILLER                  PIC X(01) VALUE SPACE.
036300     05  FILLER                  PIC X(07) VALUE "   VAR%".
036400     05  FILLER                  PIC X(01) VALUE SPACE.
036500     05  FILLER                  PIC X(09) VALUE "LIQ SIM".
036600     05  FILLER                  PIC X(01) VALUE SPACE.
036700     05  FILLER                  PIC X(09) VALUE "LIQ REAL".
036800     05  FILLER                  PIC X(01) VALUE SPACE.
036900     05  FILLER                  PIC X(10) VALUE " DIF LIQ".
037000     05  FILLER                  PIC X(01) VALUE SPACE.
037100     05  FILLER                  PIC X(07) VALUE "   VAR%".
037200     05  FILLER                  PIC X(03) VALUE SPACE.
037300
037400 01  WS-LINHA-DETALHE.
037500     05  WS-DET-ID               PIC Z(3)9.
037600     05  FILLER                  PIC X(01) VALUE SPACE.
037700     05  WS-DET-CENTRO           PIC X(04).
037800     05  FILLER                  PIC X(01) VALUE SPACE.
037900     05  WS-DET-MOEDA            PIC X(02).
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  WS-DET-BRUTO-SIM        PIC ZZ.ZZ9,99.
038200     05  FILLER                  PIC X(01) VALUE SPACE.
038300     05  WS-DET-BRUTO-REAL       PIC ZZ.ZZ9,99.
038400     05  FILLER                  PIC X(01) VALUE SPACE.
038500     05  WS-DET-BRUTO-DIF        PIC -ZZ.ZZ9,99.
038600     05  FILLER                  PIC X(01) VALUE SPACE.
038700     05  WS-DET-BRUTO-PERC       PIC +ZZ9,99.
038800     05  FILLER                  PIC X(01) VALUE SPACE.
038900     05  WS-DET-DESC-SIM         PIC ZZ.ZZ9,99.
039000     05  FILLER                  PIC X(01) VALUE SPACE.
039100     05  WS-DET-DESC-REAL        PIC ZZ.ZZ9,99.
039200     05  FILLER                  PIC X(01) VALUE SPACE.
039300     05  WS-DET-DESC-DIF         PIC -ZZ.ZZ9,99.
039400     05  FILLER                  PIC X(01) VALUE SPACE.
039500     05  WS-DET-DESC-PERC        PIC +ZZ9,99.
039600     05  FILLER                  PIC X(01) VALUE SPACE.
039700     05  WS-DET-LIQ-SIM          PIC ZZ.ZZ9,99.
039800     05  FILLER                  PIC X(01) VALUE SPACE.
039900     05  WS-DET-LIQ-REAL         PIC ZZ.ZZ9,99.
040000     05  FILLER                  PIC X(01) VALUE SPACE.
040100     05  WS-DET-LIQ-DIF          PIC -ZZ.ZZ9,99.
040200     05  FILLER                  PIC X(01) VALUE SPACE.
040300     05  WS-DET-LIQ-PERC         PIC +ZZ9,99.
040400     05  FILLER                  PIC X(03) VALUE SPACE.
040500
040600 01  WS-LINHA-AVISO.
040700     05  FILLER                  PIC X(30) VALUE
040800         "SEM FOLHA NORMAL NO FOLHAHIST".
040900     05  FILLER                  PIC X(40) VALUE
041000         "ATE A COMPETENCIA: COLUNAS REAIS VAZIAS".
041100     05  FILLER                  PIC X(62) VALUE SPACE.
041200
041300 01  WS-LINHA-TITULO-FORA.
041400     05  FILLER                  PIC X(34) VALUE
041500         "NA FOLHA REAL E FORA DA SIMULACAO ".
041600     05  FILLER                  PIC X(40) VALUE
041700         "(DESLIGADO, INVALIDO OU FORA DO MESTRE)".
041800     05  FILLER                  PIC X(58) VALUE SPACE.
041900
042000 01  WS-LINHA-TITULO-CENTROS.
042100     05  FILLER                  PIC X(33) VALUE
042200         "RESUMO POR CENTRO DE CUSTO EM R$ ".
042300     05  FILLER                  PIC X(39) VALUE
042400         "(DOLAR SIMULADO PELA TAXA SIMULADA E O ".
042500     05  FILLER                  PIC X(24) VALUE
042600         "REAL PELA TAXA REAL)".
042700     05  FILLER                  PIC X(36) VALUE SPACE.
042800
042900 01  WS-CABECALHO-CENTROS.
043000     05  FILLER                  PIC X(06) VALUE "CENTRO".
043100     05  FILLER                  PIC X(01) VALUE SPACE.
043200     05  FILLER                  PIC X(05) VALUE "  SIM".
043300     05  FILLER                  PIC X(01) VALUE SPACE.
043400     05  FILLER                  PIC X(05) VALUE " REAL".
043500     05  FILLER                  PIC X(02) VALUE SPACE.
043600     05  FILLER                  PIC X(10) VALUE "RUBRICA".
043700     05  FILLER                  PIC X(01) VALUE SPACE.
043800     05  FILLER                  PIC X(14) VALUE "      SIMULADO".
043900     05  FILLER                  PIC X(02) VALUE SPACE.
044000     05  FILLER                  PIC X(14) VALUE "          REAL".
044100     05  FILLER                  PIC X(02) VALUE SPACE.
044200     05  FILLER                  PIC X(15) VALUE
044300         "      DIFERENCA".
044400     05  FILLER                  PIC X(02) VALUE SPACE.
044500     05  FILLER                  PIC X(07) VALUE "   VAR%".
044600     05  FILLER                  PIC X(45) VALUE SPACE.
044700
044800 01  WS-LINHA-CENTRO.
044900     05  WS-LC-CENTRO            PIC X(06).
045000     05  FILLER                  PIC X(01) VALUE SPACE.
045100     05  WS-LC-QTD-SIM           PIC Z(4)9.
045200     05  FILLER                  PIC X(01) VALUE SPACE.
045300     05  WS-LC-QTD-REAL          PIC Z(4)9.
045400     05  FILLER                  PIC X(02) VALUE SPACE.
045500     05  WS-LC-ROTULO            PIC X(10).
045600     05  FILLER                  PIC X(01) VALUE SPACE.
045700     05  WS-LC-SIMULADO          PIC ZZZ.ZZZ.ZZ9,99.
045800     05  FILLER                  PIC X(02) VALUE SPACE.
045900     05  WS-LC-REAL              PIC ZZZ.ZZZ.ZZ9,99.
046000     05  FILLER                  PIC X(02) VALUE SPACE.
046100     05  WS-LC-DIFERENCA         PIC -ZZZ.ZZZ.ZZ9,99.
046200     05  FILLER                  PIC X(02) VALUE SPACE.
046300     05  WS-LC-PERC              PIC +ZZ9,99.
046400     05  FILLER                  PIC X(45) VALUE SPACE.
046500
046600 01  WS-LINHA-VAZIA             PIC X(132) VALUE SPACE.
046700
046800 01  WS-LINHA-RESUMO.
046900     05  FILLER                  PIC X(11) VALUE "SIMULADOS: ".
047000     05  WS-RES-SIMULADOS        PIC Z(4)9.
047100     05  FILLER                  PIC X(15) VALUE
047200         "  REAJUSTADOS: ".
047300     05  WS-RES-REAJUSTADOS      PIC Z(4)9.
047400     05  FILLER                  PIC X(13) VALUE "  INVALIDOS: ".
047500     05  WS-RES-INVALIDOS        PIC Z(4)9.
047600     05  FILLER                  PIC X(18) VALUE
047700         "  SEM FOLHA REAL: ".
047800     05  WS-RES-NOVOS            PIC Z(4)9.
047900     05  FILLER                  PIC X(21) VALUE
048000         "  FORA DA SIMULACAO: ".
048100     05  WS-RES-FORA             PIC Z(4)9.
048200     05  FILLER                  PIC X(29) VALUE SPACE.
048300
048400 PROCEDURE DIVISION.
048500
048600 0000-MAINLINE.
048700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
048800     PERFORM 2000-PROCESSA-FUNCIONARIO
048900         THRU 2000-PROCESSA-FUNCIONARIO-EXIT
049000         UNTIL FIM-ARQUIVO.
049100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
049200     STOP RUN.
049300
049400 1000-INICIALIZAR.
049500     CALL "CARGA-PARAMETROS" USING PARAM-AREA.
049600     IF PARAM-ERRO
049700         DISPLAY "SIMULA-FOLHA ABORTADO: " PARAM-MENSAGEM
049800         MOVE 12 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100     PERFORM 1100-DEFINIR-COMPETENCIA
050200         THRU 1100-DEFINIR-COMPETENCIA-EXIT.
050300     PERFORM 1200-CARREGAR-REAJUSTES
050400         THRU 1200-CARREGAR-REAJUSTES-EXIT.
050500     PERFORM 1300-CARREGAR-MOVIMENTO
050600         THRU 1300-CARREGAR-MOVIMENTO-EXIT.
050700     PERFORM 1400-CARREGAR-TAXA-REAL
050800         THRU 1400-CARREGAR-TAXA-REAL-EXIT.
050900     PERFORM 1500-MONTAR-CENTROS THRU 1500-MONTAR-CENTROS-EXIT.
051000     PERFORM 1600-CARREGAR-HISTORICO
051100         THRU 1600-CARREGAR-HISTORICO-EXIT.
051200     OPEN INPUT FUNCIONARIOS.
051300     IF NOT MESTRE-OK
051400         DISPLAY "SIMULA-FOLHA ABORTADO: MESTRE INDEXADO "
051500             "FUNCMEST INDISPONIVEL (STATUS "
051600             WS-STATUS-MESTRE ")"
051700         MOVE 12 TO RETURN-CODE
051800         STOP RUN
051900     END-IF.
052000     OPEN OUTPUT SIMULACAO.
052100     MOVE WS-COMPETENCIA TO WS-CAB-COMPETENCIA.
052200     IF TEM-COMPARACAO
052300         MOVE WS-COMP-COMPARACAO TO WS-CAB-COMPARACAO
052400     ELSE
052500         MOVE "------" TO WS-CAB-COMPARACAO
052600     END-IF.
052700     MOVE PARAM-TAXA-CAMBIO TO WS-CAB-TAXA-SIMULADA.
052800     MOVE WS-TAXA-REAL TO WS-CAB-TAXA-REAL.
052900     MOVE WS-QTD-RJ-CARGOS TO WS-CAB-QTD-CARGOS.
053000     MOVE WS-QTD-RJ-CENTROS TO WS-CAB-QTD-CENTROS.
053100     WRITE SIMULACAO-LINHA FROM WS-CABECALHO-1.
053200     WRITE SIMULACAO-LINHA FROM WS-CABECALHO-2.
053300     IF NOT TEM-COMPARACAO
053400         WRITE SIMULACAO-LINHA FROM WS-LINHA-AVISO
053500     END-IF.
053600     WRITE SIMULACAO-LINHA FROM WS-CABECALHO-3.
053700     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
053800 1000-INICIALIZAR-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    DEFINE A COMPETENCIA SIMULADA (AAAAMM), COM A MESMA CONVENCAO
054300*    DO RELATORIO: VARIAVEL DE AMBIENTE COMPETENCIA OU, NA SUA
054400*    AUSENCIA, ANO/MES DA DATA CORRENTE.
054500******************************************************************
054600 1100-DEFINIR-COMPETENCIA.
054700     MOVE SPACE TO WS-COMPETENCIA-TEXTO.
054800     ACCEPT WS-COMPETENCIA-TEXTO FROM ENVIRONMENT "COMPETENCIA".
054900     ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.
055000     IF WS-COMPETENCIA-TEXTO IS NUMERIC
055100         MOVE WS-COMPETENCIA-TEXTO TO WS-COMPETENCIA
055200     ELSE
055300         MOVE WS-DATA-CORRENTE(1:6) TO WS-COMPETENCIA
055400     END-IF.
055500 1100-DEFINIR-COMPETENCIA-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    LE O ARQUIVO OPCIONAL DE REAJUSTES E CRITICA CADA ITEM: CARGO
056000*    OU CENTRO PREENCHIDO, PERCENTUAL NUMERICO MAIOR QUE ZERO E
056100*    CENTROS CONHECIDOS NO PARAMETROS (QUANDO O PARAMETROS TEM
056200*    CENTROS). QUALQUER FALHA ABORTA (RC 12). ARQUIVO AUSENTE =
056300*    SIMULACAO SEM REAJUSTES.
056400******************************************************************
056500 1200-CARREGAR-REAJUSTES.
056600     OPEN INPUT REAJUSTES.
056700     IF NOT REAJUSTES-OK
056800         GO TO 1200-CARREGAR-REAJUSTES-EXIT
056900     END-IF.
057000     PERFORM 1250-LER-REAJUSTE THRU 1250-LER-REAJUSTE-EXIT
057100         UNTIL FIM-REAJUSTES.
057200     CLOSE REAJUSTES.
057300     IF PARAM-QTD-CENTROS NOT = ZERO
057400         PERFORM 1280-CRITICA-CENTRO THRU 1280-CRITICA-CENTRO-EXIT
057500             VARYING WS-LISTA-SUB FROM 1 BY 1
057600             UNTIL WS-LISTA-SUB > WS-QTD-RJ-CENTROS
057700     END-IF.
057800 1200-CARREGAR-REAJUSTES-EXIT.
057900     EXIT.
058000
058100 1250-LER-REAJUSTE.
058200     READ REAJUSTES
058300         AT END
058400             MOVE "S" TO WS-FIM-REAJUSTES
058500             GO TO 1250-LER-REAJUSTE-EXIT
058600     END-READ.
058700     EVALUATE REAJ-TIPO
058800         WHEN "*"
058900         WHEN SPACE
059000             CONTINUE
059100         WHEN "G"
059200             MOVE REAJ-PERC-CARGO TO WS-PERC-TEXTO
059300             IF REAJ-CARGO = SPACE
059400                 OR WS-PERC-TEXTO IS NOT NUMERIC
059500                 OR WS-PERC-NUMERICO = ZERO
059600                 DISPLAY "SIMULA-FOLHA ABORTADO: REAJUSTE POR "
059700                     "CARGO INVALIDO: " REAJ-CARGO
059800                 MOVE 12 TO RETURN-CODE
059900                 STOP RUN
060000             END-IF
060100             IF WS-QTD-RJ-CARGOS >= 50
060200                 DISPLAY "SIMULA-FOLHA ABORTADO: MAIS DE 50 "
060300                     "CARGOS NO ARQUIVO REAJUSTES"
060400                 MOVE 12 TO RETURN-CODE
060500                 STOP RUN
060600             END-IF
060700             ADD 1 TO WS-QTD-RJ-CARGOS
060800             MOVE REAJ-CARGO TO WS-RJ-CARGO(WS-QTD-RJ-CARGOS)
060900             MOVE WS-PERC-NUMERICO
061000                 TO WS-RJ-PERC-CARGO(WS-QTD-RJ-CARGOS)
061100         WHEN "C"
061200             MOVE REAJ-PERC-CENTRO TO WS-PERC-TEXTO
061300             IF REAJ-CENTRO = SPACE
061400                 OR WS-PERC-TEXTO IS NOT NUMERIC
061500                 OR WS-PERC-NUMERICO = ZERO
061600                 DISPLAY "SIMULA-FOLHA ABORTADO: REAJUSTE POR "
061700                     "CENTRO INVALIDO: " REAJ-CENTRO
061800                 MOVE 12 TO RETURN-CODE
061900                 STOP RUN
062000             END-IF
062100             IF WS-QTD-RJ-CENTROS >= 20
062200                 DISPLAY "SIMULA-FOLHA ABORTADO: MAIS DE 20 "
062300                     "CENTROS NO ARQUIVO REAJUSTES"
062400                 MOVE 12 TO RETURN-CODE
062500                 STOP RUN
062600             END-IF
062700             ADD 1 TO WS-QTD-RJ-CENTROS
062800             MOVE REAJ-CENTRO TO WS-RJ-CENTRO(WS-QTD-RJ-CENTROS)
062900             MOVE WS-PERC-NUMERICO
063000                 TO WS-RJ-PERC-CENTRO(WS-QTD-RJ-CENTROS)
063100         WHEN OTHER
063200             DISPLAY "SIMULA-FOLHA ABORTADO: TIPO DE REAJUSTE "
063300                 "DESCONHECIDO: " REAJ-TIPO
063400             MOVE 12 TO RETURN-CODE
063500             STOP RUN
063600     END-EVALUATE.
063700 1250-LER-REAJUSTE-EXIT.
063800     EXIT.
063900
064000 1280-CRITICA-CENTRO.
064100     PERFORM 1290-PROCURA-CENTRO THRU 1290-PROCURA-CENTRO-EXIT
064200         VARYING WS-RJ-SUB FROM 1 BY 1
064300         UNTIL WS-RJ-SUB > PARAM-QTD-CENTROS
064400         OR PARAM-CENTRO(WS-RJ-SUB) =
064500             WS-RJ-CENTRO(WS-LISTA-SUB).
064600     IF WS-RJ-SUB > PARAM-QTD-CENTROS
064700         DISPLAY "SIMULA-FOLHA ABORTADO: CENTRO DE CUSTO "
064800             WS-RJ-CENTRO(WS-LISTA-SUB)
064900             " NAO CADASTRADO NO PARAMETROS"
065000         MOVE 12 TO RETURN-CODE
065100         STOP RUN
065200     END-IF.
065300 1280-CRITICA-CENTRO-EXIT.
065400     EXIT.
065500
065600 1290-PROCURA-CENTRO.
065700     CONTINUE.
065800 1290-PROCURA-CENTRO-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200*    CARREGA PARA A TABELA OS LANCAMENTOS DO ARQUIVO DE MOVIMENTO
066300*    MENSAL COM A COMPETENCIA SIMULADA, COM A MESMA CONVENCAO DO
066400*    RELATORIO-FUNCIONARIO. ARQUIVO AUSENTE = SEM EVENTOS.
066500******************************************************************
066600 1300-CARREGAR-MOVIMENTO.
066700     OPEN INPUT MOVIMENTO.
066800     IF NOT MOVIMENTO-OK
066900         GO TO 1300-CARREGAR-MOVIMENTO-EXIT
067000     END-IF.
067100     PERFORM 1350-LER-MOVIMENTO THRU 1350-LER-MOVIMENTO-EXIT
067200         UNTIL FIM-MOVIMENTO.
067300     CLOSE MOVIMENTO.
067400 1300-CARREGAR-MOVIMENTO-EXIT.
067500     EXIT.
067600
067700 1350-LER-MOVIMENTO.
067800     READ MOVIMENTO
067900         AT END
068000             MOVE "S" TO WS-FIM-MOVIMENTO
068100             GO TO 1350-LER-MOVIMENTO-EXIT
068200     END-READ.
068300     IF MOV-COMPETENCIA NOT = WS-COMPETENCIA
068400         GO TO 1350-LER-MOVIMENTO-EXIT
068500     END-IF.
068600     IF WS-QTD-MOVIMENTO >= 2000
068700         DISPLAY "SIMULA-FOLHA ABORTADO: TABELA DE MOVIMENTO "
068800             "CHEIA"
068900         MOVE 12 TO RETURN-CODE
069000         STOP RUN
069100     END-IF.
069200     ADD 1 TO WS-QTD-MOVIMENTO.
069300     SET MOV-IDX TO WS-QTD-MOVIMENTO.
069400     MOVE MOV-FUNC-ID TO WS-MOV-FUNC-ID(MOV-IDX).
069500     MOVE MOV-RUBRICA TO WS-MOV-RUBRICA(MOV-IDX).
069600     MOVE MOV-TIPO TO WS-MOV-TIPO(MOV-IDX).
069700     MOVE MOV-DESCRICAO TO WS-MOV-DESCRICAO(MOV-IDX).
069800     MOVE MOV-VALOR TO WS-MOV-VALOR(MOV-IDX).
069900 1350-LER-MOVIMENTO-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300*    TAXA DA PRODUCAO PARA CONVERTER A FOLHA REAL EM DOLAR. SEM O
070400*    CAMBIOREAL, OU SEM TAXA VIGENTE NELE, VALE A TAXA SIMULADA.
070500******************************************************************
070600 1400-CARREGAR-TAXA-REAL.
070700     MOVE PARAM-TAXA-CAMBIO TO WS-TAXA-REAL.
070800     OPEN INPUT CAMBIO-REAL.
070900     IF NOT CAMBIO-OK
071000         GO TO 1400-CARREGAR-TAXA-REAL-EXIT
071100     END-IF.
071200     PERFORM 1450-LER-TAXA THRU 1450-LER-TAXA-EXIT
071300         UNTIL FIM-CAMBIO.
071400     CLOSE CAMBIO-REAL.
071500 1400-CARREGAR-TAXA-REAL-EXIT.
071600     EXIT.
071700
071800 1450-LER-TAXA.
071900     READ CAMBIO-REAL
072000         AT END
072100             MOVE "S" TO WS-FIM-CAMBIO
072200             GO TO 1450-LER-TAXA-EXIT
072300     END-READ.
072400     IF CAMBIO-REAL-REGISTRO(1:1) = "*"
072500         GO TO 1450-LER-TAXA-EXIT
072600     END-IF.
072700     IF CAMR-DATA IS NOT NUMERIC
072800         OR CAMR-TAXA IS NOT NUMERIC
072900         GO TO 1450-LER-TAXA-EXIT
073000     END-IF.
073100     MOVE CAMR-DATA TO WS-DATA-LINHA.
073200     MOVE CAMR-TAXA TO WS-TAXA-TEXTO.
073300     IF WS-TAXA-NUMERICA = ZERO
073400         GO TO 1450-LER-TAXA-EXIT
073500     END-IF.
073600     IF WS-DATA-LINHA <= WS-DATA-CORRENTE
073700         AND WS-DATA-LINHA > WS-DATA-TAXA-REAL
073800         MOVE WS-DATA-LINHA TO WS-DATA-TAXA-REAL
073900         MOVE WS-TAXA-NUMERICA TO WS-TAXA-REAL
074000     END-IF.
074100 1450-LER-TAXA-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500*    ABRE A TABELA DE TOTAIS COM OS CENTROS DO PARAMETROS, NA
074600*    ORDEM DO ARQUIVO. A POSICAO DO TOTAL GERAL E ZERADA A PARTE.
074700******************************************************************
074800 1500-MONTAR-CENTROS.
074900     MOVE SPACE TO WS-CT-CENTRO(WS-CT-TOTAL).
075000     MOVE WS-CT-TOTAL TO WS-CT-SUB.
075100     PERFORM 1590-ZERA-CENTRO THRU 1590-ZERA-CENTRO-EXIT.
075200     PERFORM 1550-INCLUI-CENTRO THRU 1550-INCLUI-CENTRO-EXIT
075300         VARYING WS-LISTA-SUB FROM 1 BY 1
075400         UNTIL WS-LISTA-SUB > PARAM-QTD-CENTROS.
075500 1500-MONTAR-CENTROS-EXIT.
075600     EXIT.
075700
075800 1550-INCLUI-CENTRO.
075900     MOVE PARAM-CENTRO(WS-LISTA-SUB) TO WS-CENTRO-PROCURADO.
076000     PERFORM 2800-LOCALIZA-CENTRO THRU 2800-LOCALIZA-CENTRO-EXIT.
076100 1550-INCLUI-CENTRO-EXIT.
076200     EXIT.
076300
076400 1590-ZERA-CENTRO.
076500     MOVE ZERO TO WS-CT-QTD-SIM(WS-CT-SUB).
076600     MOVE ZERO TO WS-CT-QTD-REAL(WS-CT-SUB).
076700     MOVE ZERO TO WS-CT-SIM-BRUTO(WS-CT-SUB).
076800     MOVE ZERO TO WS-CT-SIM-DESCONTO(WS-CT-SUB).
076900     MOVE ZERO TO WS-CT-SIM-LIQUIDO(WS-CT-SUB).
077000     MOVE ZERO TO WS-CT-REAL-BRUTO(WS-CT-SUB).
077100     MOVE ZERO TO WS-CT-REAL-DESCONTO(WS-CT-SUB).
077200     MOVE ZERO TO WS-CT-REAL-LIQUIDO(WS-CT-SUB).
077300 1590-ZERA-CENTRO-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700*    ESCOLHE A COMPETENCIA DE COMPARACAO (A MAIOR COMPETENCIA COM
077800*    FOLHA NORMAL NO FOLHAHIST, ATE A SIMULADA) E CARREGA A FOLHA
077900*    REAL DELA, JA SOMANDO OS TOTAIS REAIS POR CENTRO DE CUSTO
078000*    GRAVADO NO HISTORICO. SEM HISTORICO OU SEM FOLHA NORMAL NELE,
078100*    A SIMULACAO SEGUE SEM COMPARACAO.
078200******************************************************************
078300 1600-CARREGAR-HISTORICO.
078400     OPEN INPUT FOLHA-HISTORICO.
078500     IF NOT HISTORICO-OK
078600         GO TO 1600-CARREGAR-HISTORICO-EXIT
078700     END-IF.
078800     PERFORM 1650-PROCURA-COMPETENCIA
078900         THRU 1650-PROCURA-COMPETENCIA-EXIT
079000         UNTIL FIM-HISTORICO.
079100     CLOSE FOLHA-HISTORICO.
079200     IF NOT TEM-COMPARACAO
079300         GO TO 1600-CARREGAR-HISTORICO-EXIT
079400     END-IF.
079500     MOVE "N" TO WS-FIM-HISTORICO.
079600     OPEN INPUT FOLHA-HISTORICO.
079700     PERFORM 1700-CARREGA-REAL THRU 1700-CARREGA-REAL-EXIT
079800         UNTIL FIM-HISTORICO.
079900     CLOSE FOLHA-HISTORICO.
080000 1600-CARREGAR-HISTORICO-EXIT.
080100     EXIT.
080200
080300 1650-PROCURA-COMPETENCIA.
080400     READ FOLHA-HISTORICO INTO WS-HIST-ENTRADA
080500         AT END
080600             MOVE "S" TO WS-FIM-HISTORICO
080700             GO TO 1650-PROCURA-COMPETENCIA-EXIT
080800     END-READ.
080900     IF HIST-MODO-NORMAL OF WS-HIST-ENTRADA
081000         AND HIST-COMPETENCIA OF WS-HIST-ENTRADA
081100             NOT > WS-COMPETENCIA
081200         AND HIST-COMPETENCIA OF WS-HIST-ENTRADA
081300             > WS-COMP-COMPARACAO
081400         MOVE HIST-COMPETENCIA OF WS-HIST-ENTRADA
081500             TO WS-COMP-COMPARACAO
081600         MOVE "S" TO WS-TEM-COMPARACAO
081700     END-IF.
081800 1650-PROCURA-COMPETENCIA-EXIT.
081900     EXIT.
082000
082100 1700-CARREGA-REAL.
082200     READ FOLHA-HISTORICO INTO WS-HIST-ENTRADA
082300         AT END
082400             MOVE "S" TO WS-FIM-HISTORICO
082500             GO TO 1700-CARREGA-REAL-EXIT
082600     END-READ.
082700     IF NOT HIST-MODO-NORMAL OF WS-HIST-ENTRADA
082800         OR HIST-COMPETENCIA OF WS-HIST-ENTRADA
082900             NOT = WS-COMP-COMPARACAO
083000         GO TO 1700-CARREGA-REAL-EXIT
083100     END-IF.
083200     IF WS-QTD-HISTORICO >= 3000
083300         DISPLAY "SIMULA-FOLHA ABORTADO: TABELA DA FOLHA REAL "
083400             "CHEIA"
083500         MOVE 12 TO RETURN-CODE
083600         STOP RUN
083700     END-IF.
083800     ADD 1 TO WS-QTD-HISTORICO.
083900     MOVE WS-QTD-HISTORICO TO WS-HR-SUB.
084000     MOVE HIST-FUNC-ID OF WS-HIST-ENTRADA
084100         TO WS-HR-FUNC-ID(WS-HR-SUB).
084200     MOVE HIST-CENTRO-CUSTO OF WS-HIST-ENTRADA
084300         TO WS-HR-CENTRO(WS-HR-SUB).
084400     MOVE HIST-MOEDA OF WS-HIST-ENTRADA TO WS-HR-MOEDA(WS-HR-SUB).
084500     MOVE HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
084600         TO WS-HR-BRUTO(WS-HR-SUB).
084700     MOVE HIST-SALARIO-DESCONTO OF WS-HIST-ENTRADA
084800         TO WS-HR-DESCONTO(WS-HR-SUB).
084900     MOVE HIST-SALARIO-LIQUIDO OF WS-HIST-ENTRADA
085000         TO WS-HR-LIQUIDO(WS-HR-SUB).
085100     MOVE "N" TO WS-HR-CASADO(WS-HR-SUB).
085200     IF HR-MOEDA-DOLAR(WS-HR-SUB)
085300         COMPUTE WS-BRUTO-REAIS ROUNDED =
085400             WS-HR-BRUTO(WS-HR-SUB) * WS-TAXA-REAL
085500         COMPUTE WS-DESCONTO-REAIS ROUNDED =
085600             WS-HR-DESCONTO(WS-HR-SUB) * WS-TAXA-REAL
085700         COMPUTE WS-LIQUIDO-REAIS ROUNDED =
085800             WS-HR-LIQUIDO(WS-HR-SUB) * WS-TAXA-REAL
085900     ELSE
086000         MOVE WS-HR-BRUTO(WS-HR-SUB) TO WS-BRUTO-REAIS
086100         MOVE WS-HR-DESCONTO(WS-HR-SUB) TO WS-DESCONTO-REAIS
086200         MOVE WS-HR-LIQUIDO(WS-HR-SUB) TO WS-LIQUIDO-REAIS
086300     END-IF.
086400     MOVE WS-HR-CENTRO(WS-HR-SUB) TO WS-CENTRO-PROCURADO.
086500     PERFORM 2800-LOCALIZA-CENTRO THRU 2800-LOCALIZA-CENTRO-EXIT.
086600     PERFORM 1750-SOMA-REAL THRU 1750-SOMA-REAL-EXIT.
086700     MOVE WS-CT-TOTAL TO WS-CT-SUB.
086800     PERFORM 1750-SOMA-REAL THRU 1750-SOMA-REAL-EXIT.
086900 1700-CARREGA-REAL-EXIT.
087000     EXIT.
087100
087200 1750-SOMA-REAL.
087300     ADD 1 TO WS-CT-QTD-REAL(WS-CT-SUB).
087400     ADD WS-BRUTO-REAIS TO WS-CT-REAL-BRUTO(WS-CT-SUB).
087500     ADD WS-DESCONTO-REAIS TO WS-CT-REAL-DESCONTO(WS-CT-SUB).
087600     ADD WS-LIQUIDO-REAIS TO WS-CT-REAL-LIQUIDO(WS-CT-SUB).
087700 1750-SOMA-REAL-EXIT.
087800     EXIT.
087900
088000******************************************************************
088100*    MESMA SELECAO DA FOLHA NORMAL: DESLIGADOS NAO ENTRAM E
088200*    REGISTROS REJEITADOS PELO VALIDA-FUNCIONARIO (COM OS LIMITES
088300*    DO PARAMETROS DA SIMULACAO) SO SAO CONTADOS.
088400******************************************************************
088500 2000-PROCESSA-FUNCIONARIO.
088600     IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
088700         ADD 1 TO WS-QTD-PULADOS
088800         PERFORM 2100-LER-FUNCIONARIO
088900             THRU 2100-LER-FUNCIONARIO-EXIT
089000         GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
089100     END-IF.
089200     PERFORM 2010-VALIDA-FUNCIONARIO
089300         THRU 2010-VALIDA-FUNCIONARIO-EXIT.
089400     IF NOT VALID-ACEITO
089500         ADD 1 TO WS-QTD-INVALIDOS
089600         PERFORM 2100-LER-FUNCIONARIO
089700             THRU 2100-LER-FUNCIONARIO-EXIT
089800         GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
089900     END-IF.
090000     PERFORM 2020-APLICA-REAJUSTE THRU 2020-APLICA-REAJUSTE-EXIT.
090100     PERFORM 2050-CALCULA-FOLHA THRU 2050-CALCULA-FOLHA-EXIT.
090200     PERFORM 2200-LOCALIZA-REAL THRU 2200-LOCALIZA-REAL-EXIT.
090300     PERFORM 2300-IMPRIME-FUNCIONARIO
090400         THRU 2300-IMPRIME-FUNCIONARIO-EXIT.
090500     PERFORM 2350-ACUMULA-SIMULADO
090600         THRU 2350-ACUMULA-SIMULADO-EXIT.
090700     ADD 1 TO WS-QTD-SIMULADOS.
090800     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
090900 2000-PROCESSA-FUNCIONARIO-EXIT.
091000     EXIT.
091100
091200 2010-VALIDA-FUNCIONARIO.
091300     MOVE PARAM-SALARIO-MINIMO TO VALID-SALARIO-MINIMO.
091400     MOVE PARAM-SALARIO-MAXIMO TO VALID-SALARIO-MAXIMO.
091500     MOVE PARAM-QTD-CENTROS TO VALID-QTD-CENTROS.
091600     MOVE PARAM-CENTROS TO VALID-CENTROS.
091700     CALL "VALIDA-FUNCIONARIO" USING VALID-AREA WS-FUNCIONARIO.
091800 2010-VALIDA-FUNCIONARIO-EXIT.
091900     EXIT.
092000
092100******************************************************************
092200*    REAJUSTE HIPOTETICO DO FUNCIONARIO: O PERCENTUAL DO CARGO OU,
092300*    SEM ELE, O DO CENTRO DE CUSTO. O SALARIO REAJUSTADO FICA SO
092400*    NA COPIA DO REGISTRO EM MEMORIA.
092500******************************************************************
092600 2020-APLICA-REAJUSTE.
092700     MOVE ZERO TO WS-PERC-REAJUSTE.
092800     PERFORM 2025-PROCURA-REAJUSTE THRU 2025-PROCURA-REAJUSTE-EXIT
092900         VARYING WS-RJ-SUB FROM 1 BY 1
093000         UNTIL WS-RJ-SUB > WS-QTD-RJ-CARGOS
093100         OR WS-RJ-CARGO(WS-RJ-SUB) = FUNC-CARGO OF WS-FUNCIONARIO.
093200     IF WS-RJ-SUB NOT > WS-QTD-RJ-CARGOS
093300         MOVE WS-RJ-PERC-CARGO(WS-RJ-SUB) TO WS-PERC-REAJUSTE
093400     ELSE
093500         PERFORM 2025-PROCURA-REAJUSTE
093600             THRU 2025-PROCURA-REAJUSTE-EXIT
093700             VARYING WS-RJ-SUB FROM 1 BY 1
093800             UNTIL WS-RJ-SUB > WS-QTD-RJ-CENTROS
093900             OR WS-RJ-CENTRO(WS-RJ-SUB) =
094000                 FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO
094100         IF WS-RJ-SUB NOT > WS-QTD-RJ-CENTROS
094200             MOVE WS-RJ-PERC-CENTRO(WS-RJ-SUB) TO WS-PERC-REAJUSTE
094300         END-IF
094400     END-IF.
094500     IF WS-PERC-REAJUSTE = ZERO
094600         GO TO 2020-APLICA-REAJUSTE-EXIT
094700     END-IF.
094800     COMPUTE FUNC-SALARIO OF WS-FUNCIONARIO ROUNDED =
094900         FUNC-SALARIO OF WS-FUNCIONARIO
095000         * (100 + WS-PERC-REAJUSTE) / 100
095100         ON SIZE ERROR
095200             DISPLAY "SIMULA-FOLHA ABORTADO: SALARIO REAJUSTADO "
095300                 "EXCEDE O LIMITE DO CAMPO (FUNC-ID "
095400                 FUNC-ID OF WS-FUNCIONARIO ")"
095500             MOVE 12 TO RETURN-CODE
095600             STOP RUN
095700     END-COMPUTE.
095800     ADD 1 TO WS-QTD-REAJUSTADOS.
095900 2020-APLICA-REAJUSTE-EXIT.
096000     EXIT.
096100
096200 2025-PROCURA-REAJUSTE.
096300     CONTINUE.
096400 2025-PROCURA-REAJUSTE-EXIT.
096500     EXIT.
096600
096700******************************************************************
096800*    SALDO DEVEDOR DO FUNCIONARIO A DESCONTAR NA COMPETENCIA,
096900*    CONSULTADO COMO NO CONTRACHEQUE. NADA E GRAVADO NO ARQUIVO.
097000******************************************************************
097100 2045-COBRA-SALDO-DEVEDOR.
097200     MOVE "C" TO SDEV-FUNCAO.
097300     MOVE FUNC-ID OF WS-FUNCIONARIO TO SDEV-FUNC-ID.
097400     MOVE WS-COMPETENCIA TO SDEV-COMPETENCIA.
097500     MOVE "N" TO SDEV-MODO.
097600     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO SDEV-MOEDA.
097700     CALL "SALDO-DEVEDOR" USING SDEV-AREA.
097800     IF SDEV-FALHA
097900         DISPLAY "SIMULA-FOLHA ABORTADO: " SDEV-MENSAGEM
098000             " (FUNC-ID " FUNC-ID OF WS-FUNCIONARIO ")"
098100         MOVE 12 TO RETURN-CODE
098200         STOP RUN
098300     END-IF.
098400     ADD SDEV-VALOR TO FOLHA-DESCONTOS-VARIAVEIS
098500         ON SIZE ERROR
098600             DISPLAY "SIMULA-FOLHA ABORTADO: DESCONTOS "
098700                 "VARIAVEIS DO FUNCIONARIO EXCEDEM O "
098800                 "LIMITE DO CAMPO"
098900             MOVE 12 TO RETURN-CODE
099000             STOP RUN
099100     END-ADD.
099200 2045-COBRA-SALDO-DEVEDOR-EXIT.
099300     EXIT.
099400
099500******************************************************************
099600*    CALCULO DA FOLHA NORMAL DO FUNCIONARIO COM A MESMA SEQUENCIA
099700*    DO RELATORIO E DO CONTRACHEQUE, COM OS PARAMETROS E A TAXA DA
099800*    SIMULACAO. OS SUBPROGRAMAS SO SAO CHAMADOS NAS FUNCOES DE
099900*    CONSULTA: NADA E BAIXADO NEM GRAVADO.
100000******************************************************************
100100 2050-CALCULA-FOLHA.
100200     MOVE FUNC-SALARIO OF WS-FUNCIONARIO TO FOLHA-SALARIO-BRUTO.
100300     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO FOLHA-MOEDA.
100400     MOVE PARAM-TAXA-CAMBIO TO FOLHA-TAXA-CAMBIO.
100500     MOVE PARAM-FAIXAS TO FOLHA-FAIXAS-DESCONTO.
100600     MOVE PARAM-FAIXAS-IRRF TO FOLHA-TABELA-IRRF.
100700     MOVE PARAM-DEDUCAO-DEPENDENTE TO FOLHA-DEDUCAO-DEPENDENTE.
100800     MOVE FUNC-ID OF WS-FUNCIONARIO TO DEPC-FUNC-ID.
100900     CALL "CONTA-DEPENDENTES" USING DEPC-AREA.
101000     MOVE DEPC-QTD-DEPENDENTES TO FOLHA-QTD-DEPENDENTES.
101100     MOVE "N" TO FOLHA-MODO.
101200     MOVE ZERO TO FOLHA-DIAS-FERIAS.
101300     MOVE ZERO TO FOLHA-DIAS-ABONO.
101400     MOVE ZERO TO FOLHA-DIAS-DOBRO.
101500     PERFORM 2055-DIAS-PAGOS THRU 2055-DIAS-PAGOS-EXIT.
101600     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
101700         TO FOLHA-DATA-ADMISSAO.
101800     MOVE WS-COMPETENCIA TO FOLHA-COMPETENCIA.
101900     MOVE FUNC-DATA-DESLIGAMENTO OF WS-FUNCIONARIO
102000         TO FOLHA-DATA-DESLIGAMENTO.
102100     MOVE ZERO TO FOLHA-PROVENTOS-VARIAVEIS.
102200     MOVE ZERO TO FOLHA-DESCONTOS-VARIAVEIS.
102300     PERFORM 2060-SOMA-MOVIMENTO THRU 2060-SOMA-MOVIMENTO-EXIT
102400         VARYING WS-MOV-SUB FROM 1 BY 1
102500         UNTIL WS-MOV-SUB > WS-QTD-MOVIMENTO.
102600     PERFORM 2045-COBRA-SALDO-DEVEDOR
102700         THRU 2045-COBRA-SALDO-DEVEDOR-EXIT.
102800     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
102900     PERFORM 2070-APLICA-CONTRATOS
103000         THRU 2070-APLICA-CONTRATOS-EXIT.
103100 2050-CALCULA-FOLHA-EXIT.
103200     EXIT.
103300
103400******************************************************************
103500*    PAGAMENTO PROPORCIONAL DA FOLHA NORMAL, COMO NO RELATORIO: OS
103600*    DIAS EM AFASTAMENTO SEM SALARIO DA FOLHA E OS DIAS ANTES DA
103700*    ADMISSAO SAO DESCONTADOS PELO CALC-FOLHA.
103800******************************************************************
103900 2055-DIAS-PAGOS.
104000     MOVE "C" TO AFAS-FUNCAO.
104100     MOVE FUNC-ID OF WS-FUNCIONARIO TO AFAS-FUNC-ID.
104200     MOVE WS-COMPETENCIA TO AFAS-COMPETENCIA.
104300     CALL "CONSULTA-AFASTAMENTO" USING AFAS-AREA.
104400     IF AFAS-FALHA
104500         DISPLAY "SIMULA-FOLHA ABORTADO: " AFAS-MENSAGEM
104600             " (FUNC-ID " FUNC-ID OF WS-FUNCIONARIO ")"
104700         MOVE 12 TO RETURN-CODE
104800         STOP RUN
104900     END-IF.
105000     MOVE "S" TO FOLHA-PROPORCIONAL.
105100     MOVE AFAS-DIAS-AFASTADO TO FOLHA-DIAS-AFASTADO.
105200 2055-DIAS-PAGOS-EXIT.
105300     EXIT.
105400
105500 2060-SOMA-MOVIMENTO.
105600     SET MOV-IDX TO WS-MOV-SUB.
105700     IF WS-MOV-FUNC-ID(MOV-IDX) NOT = FUNC-ID OF WS-FUNCIONARIO
105800         GO TO 2060-SOMA-MOVIMENTO-EXIT
105900     END-IF.
106000     IF MOV-ITEM-PROVENTO(MOV-IDX)
106100         ADD WS-MOV-VALOR(MOV-IDX) TO FOLHA-PROVENTOS-VARIAVEIS
106200             ON SIZE ERROR
106300                 DISPLAY "SIMULA-FOLHA ABORTADO: PROVENTOS "
106400                     "VARIAVEIS DO FUNCIONARIO EXCEDEM O "
106500                     "LIMITE DO CAMPO"
106600                 MOVE 12 TO RETURN-CODE
106700                 STOP RUN
106800         END-ADD
106900     ELSE
107000         ADD WS-MOV-VALOR(MOV-IDX) TO FOLHA-DESCONTOS-VARIAVEIS
107100             ON SIZE ERROR
107200                 DISPLAY "SIMULA-FOLHA ABORTADO: DESCONTOS "
107300                     "VARIAVEIS DO FUNCIONARIO EXCEDEM O "
107400                     "LIMITE DO CAMPO"
107500                 MOVE 12 TO RETURN-CODE
107600                 STOP RUN
107700         END-ADD
107800     END-IF.
107900 2060-SOMA-MOVIMENTO-EXIT.
108000     EXIT.
108100
108200******************************************************************
108300*    CONTRATOS DE DESCONTO RECORRENTE (PENSAO E CONSIGNADO), COM A
108400*    MESMA MARGEM DA FOLHA NORMAL. O TOTAL DESCONTADO ENTRA NOS
108500*    DESCONTOS VARIAVEIS E A FOLHA E RECALCULADA A PARTIR DO
108600*    SALARIO (JA REAJUSTADO). NENHUMA PARCELA E BAIXADA.
108700******************************************************************
108800 2070-APLICA-CONTRATOS.
108900     MOVE "A" TO APLC-FUNCAO.
109000     MOVE FUNC-ID OF WS-FUNCIONARIO TO APLC-FUNC-ID.
109100     MOVE WS-COMPETENCIA TO APLC-COMPETENCIA.
109200     MOVE FOLHA-SALARIO-LIQUIDO TO APLC-LIQUIDO.
109300     MOVE PARAM-PERC-MARGEM TO APLC-PERC-MARGEM.
109400     CALL "APLICA-CONTRATOS" USING APLC-AREA.
109500     IF APLC-FALHA
109600         DISPLAY "SIMULA-FOLHA ABORTADO: " APLC-MENSAGEM
109700         MOVE 12 TO RETURN-CODE
109800         STOP RUN
109900     END-IF.
110000     IF APLC-TOTAL-DESCONTO = ZERO
110100         GO TO 2070-APLICA-CONTRATOS-EXIT
110200     END-IF.
110300     ADD APLC-TOTAL-DESCONTO TO FOLHA-DESCONTOS-VARIAVEIS
110400         ON SIZE ERROR
110500             DISPLAY "SIMULA-FOLHA ABORTADO: DESCONTOS "
110600                 "VARIAVEIS DO FUNCIONARIO EXCEDEM O "
110700                 "LIMITE DO CAMPO"
110800             MOVE 12 TO RETURN-CODE
110900             STOP RUN
111000     END-ADD.
111100     MOVE FUNC-SALARIO OF WS-FUNCIONARIO TO FOLHA-SALARIO-BRUTO.
111200     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
111300 2070-APLICA-CONTRATOS-EXIT.
111400     EXIT.
111500
111600 2100-LER-FUNCIONARIO.
111700     READ FUNCIONARIOS INTO WS-FUNCIONARIO
111800         AT END
111900             MOVE "S" TO WS-FIM-ARQUIVO
112000     END-READ.
112100 2100-LER-FUNCIONARIO-EXIT.
112200     EXIT.
112300
112400******************************************************************
112500*    PROCURA O FUNCIONARIO NA FOLHA REAL DA COMPETENCIA DE
112600*    COMPARACAO E MARCA O REGISTRO ENCONTRADO COMO CASADO.
112700******************************************************************
112800 2200-LOCALIZA-REAL.
112900     MOVE "N" TO WS-TEM-REAL.
113000     PERFORM 2290-PROCURA-REAL THRU 2290-PROCURA-REAL-EXIT
113100         VARYING WS-HR-SUB FROM 1 BY 1
113200         UNTIL WS-HR-SUB > WS-QTD-HISTORICO
113300         OR WS-HR-FUNC-ID(WS-HR-SUB) = FUNC-ID OF WS-FUNCIONARIO.
113400     IF WS-HR-SUB NOT > WS-QTD-HISTORICO
113500         MOVE "S" TO WS-TEM-REAL
113600         MOVE "S" TO WS-HR-CASADO(WS-HR-SUB)
113700     END-IF.
113800 2200-LOCALIZA-REAL-EXIT.
113900     EXIT.
114000
114100 2290-PROCURA-REAL.
114200     CONTINUE.
114300 2290-PROCURA-REAL-EXIT.
114400     EXIT.
114500
114600******************************************************************
114700*    LINHA DE DETALHE DO FUNCIONARIO SIMULADO, NA MOEDA DELE. SEM
114800*    FOLHA REAL NA COMPETENCIA DE COMPARACAO, AS COLUNAS REAIS E
114900*    AS DIFERENCAS FICAM EM BRANCO.
115000******************************************************************
115100 2300-IMPRIME-FUNCIONARIO.
115200     MOVE SPACE TO WS-LINHA-DETALHE.
115300     MOVE FUNC-ID OF WS-FUNCIONARIO TO WS-DET-ID.
115400     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO TO WS-DET-CENTRO.
115500     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO WS-DET-MOEDA.
115600     MOVE FOLHA-SALARIO-BRUTO TO WS-DET-BRUTO-SIM.
115700     MOVE FOLHA-SALARIO-DESCONTO TO WS-DET-DESC-SIM.
115800     MOVE FOLHA-SALARIO-LIQUIDO TO WS-DET-LIQ-SIM.
115900     IF NOT TEM-FOLHA-REAL
116000         ADD 1 TO WS-QTD-NOVOS
116100         WRITE SIMULACAO-LINHA FROM WS-LINHA-DETALHE
116200         GO TO 2300-IMPRIME-FUNCIONARIO-EXIT
116300     END-IF.
116400     MOVE WS-HR-BRUTO(WS-HR-SUB) TO WS-DET-BRUTO-REAL.
116500     MOVE FOLHA-SALARIO-BRUTO TO WS-VALOR-SIMULADO.
116600     MOVE WS-HR-BRUTO(WS-HR-SUB) TO WS-VALOR-REAL.
116700     PERFORM 2450-CALCULA-VARIACAO
116800         THRU 2450-CALCULA-VARIACAO-EXIT.
116900     MOVE WS-DIFERENCA TO WS-DET-BRUTO-DIF.
117000     MOVE WS-PERC-VARIACAO TO WS-DET-BRUTO-PERC.
117100     MOVE WS-HR-DESCONTO(WS-HR-SUB) TO WS-DET-DESC-REAL.
117200     MOVE FOLHA-SALARIO-DESCONTO TO WS-VALOR-SIMULADO.
117300     MOVE WS-HR-DESCONTO(WS-HR-SUB) TO WS-VALOR-REAL.
117400     PERFORM 2450-CALCULA-VARIACAO
117500         THRU 2450-CALCULA-VARIACAO-EXIT.
117600     MOVE WS-DIFERENCA TO WS-DET-DESC-DIF.
117700     MOVE WS-PERC-VARIACAO TO WS-DET-DESC-PERC.
117800     MOVE WS-HR-LIQUIDO(WS-HR-SUB) TO WS-DET-LIQ-REAL.
117900     MOVE FOLHA-SALARIO-LIQUIDO TO WS-VALOR-SIMULADO.
118000     MOVE WS-HR-LIQUIDO(WS-HR-SUB) TO WS-VALOR-REAL.
118100     PERFORM 2450-CALCULA-VARIACAO
118200         THRU 2450-CALCULA-VARIACAO-EXIT.
118300     MOVE WS-DIFERENCA TO WS-DET-LIQ-DIF.
118400     MOVE WS-PERC-VARIACAO TO WS-DET-LIQ-PERC.
118500     WRITE SIMULACAO-LINHA FROM WS-LINHA-DETALHE.
118600 2300-IMPRIME-FUNCIONARIO-EXIT.
118700     EXIT.
118800
118900******************************************************************
119000*    SOMA O FUNCIONARIO SIMULADO, EM REAIS, NO CENTRO DE CUSTO DO
119100*    MESTRE E NO TOTAL GERAL.
119200******************************************************************
119300 2350-ACUMULA-SIMULADO.
119400     IF FOLHA-MOEDA-DOLAR
119500         COMPUTE WS-BRUTO-REAIS ROUNDED =
119600             FOLHA-SALARIO-BRUTO * PARAM-TAXA-CAMBIO
119700         COMPUTE WS-DESCONTO-REAIS ROUNDED =
119800             FOLHA-SALARIO-DESCONTO * PARAM-TAXA-CAMBIO
119900         COMPUTE WS-LIQUIDO-REAIS ROUNDED =
120000             FOLHA-SALARIO-LIQUIDO * PARAM-TAXA-CAMBIO
120100     ELSE
120200         MOVE FOLHA-SALARIO-BRUTO TO WS-BRUTO-REAIS
120300         MOVE FOLHA-SALARIO-DESCONTO TO WS-DESCONTO-REAIS
120400         MOVE FOLHA-SALARIO-LIQUIDO TO WS-LIQUIDO-REAIS
120500     END-IF.
120600     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO
120700         TO WS-CENTRO-PROCURADO.
120800     PERFORM 2800-LOCALIZA-CENTRO THRU 2800-LOCALIZA-CENTRO-EXIT.
120900     PERFORM 2360-SOMA-SIMULADO THRU 2360-SOMA-SIMULADO-EXIT.
121000     MOVE WS-CT-TOTAL TO WS-CT-SUB.
121100     PERFORM 2360-SOMA-SIMULADO THRU 2360-SOMA-SIMULADO-EXIT.
121200 2350-ACUMULA-SIMULADO-EXIT.
121300     EXIT.
121400
121500 2360-SOMA-SIMULADO.
121600     ADD 1 TO WS-CT-QTD-SIM(WS-CT-SUB).
121700     ADD WS-BRUTO-REAIS TO WS-CT-SIM-BRUTO(WS-CT-SUB).
121800     ADD WS-DESCONTO-REAIS TO WS-CT-SIM-DESCONTO(WS-CT-SUB).
121900     ADD WS-LIQUIDO-REAIS TO WS-CT-SIM-LIQUIDO(WS-CT-SUB).
122000 2360-SOMA-SIMULADO-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*    DIFERENCA ABSOLUTA (SIMULADO - REAL) E PERCENTUAL SOBRE O
122500*    REAL. REAL ZERO OU VARIACAO FORA DO CAMPO SAI COMO ZERO, COMO
122600*    NA COMPARACAO ENTRE COMPETENCIAS.
122700******************************************************************
122800 2450-CALCULA-VARIACAO.
122900     COMPUTE WS-DIFERENCA = WS-VALOR-SIMULADO - WS-VALOR-REAL.
123000     COMPUTE WS-PERC-VARIACAO ROUNDED =
123100         (WS-DIFERENCA / WS-VALOR-REAL) * 100
123200         ON SIZE ERROR
123300             MOVE ZERO TO WS-PERC-VARIACAO
123400     END-COMPUTE.
123500 2450-CALCULA-VARIACAO-EXIT.
123600     EXIT.
123700
123800******************************************************************
123900*    FUNCIONARIO DA FOLHA REAL SEM SIMULACAO CORRESPONDENTE: SAI
124000*    SO COM AS COLUNAS REAIS.
124100******************************************************************
124200 2500-IMPRIME-FORA.
124300     IF HR-CASADO(WS-HR-SUB)
124400         GO TO 2500-IMPRIME-FORA-EXIT
124500     END-IF.
124600     IF WS-QTD-FORA = ZERO
124700         WRITE SIMULACAO-LINHA FROM WS-LINHA-VAZIA
124800         WRITE SIMULACAO-LINHA FROM WS-LINHA-TITULO-FORA
124900     END-IF.
125000     ADD 1 TO WS-QTD-FORA.
125100     MOVE SPACE TO WS-LINHA-DETALHE.
125200     MOVE WS-HR-FUNC-ID(WS-HR-SUB) TO WS-DET-ID.
125300     MOVE WS-HR-CENTRO(WS-HR-SUB) TO WS-DET-CENTRO.
125400     MOVE WS-HR-MOEDA(WS-HR-SUB) TO WS-DET-MOEDA.
125500     MOVE WS-HR-BRUTO(WS-HR-SUB) TO WS-DET-BRUTO-REAL.
125600     MOVE WS-HR-DESCONTO(WS-HR-SUB) TO WS-DET-DESC-REAL.
125700     MOVE WS-HR-LIQUIDO(WS-HR-SUB) TO WS-DET-LIQ-REAL.
125800     WRITE SIMULACAO-LINHA FROM WS-LINHA-DETALHE.
125900 2500-IMPRIME-FORA-EXIT.
126000     EXIT.
126100
126200******************************************************************
126300*    TRES LINHAS POR CENTRO DE CUSTO (BRUTO, DESCONTOS E LIQUIDO)
126400*    COM O SIMULADO, O REAL, A DIFERENCA E O PERCENTUAL. CENTRO
126500*    SEM NENHUM FUNCIONARIO, SIMULADO OU REAL, NAO SAI.
126600******************************************************************
126700 2600-IMPRIME-CENTRO.
126800     IF WS-CT-QTD-SIM(WS-CT-SUB) = ZERO
126900         AND WS-CT-QTD-REAL(WS-CT-SUB) = ZERO
127000         GO TO 2600-IMPRIME-CENTRO-EXIT
127100     END-IF.
127200     MOVE SPACE TO WS-LINHA-CENTRO.
127300     IF WS-CT-SUB = WS-CT-TOTAL
127400         MOVE "TOTAL" TO WS-LC-CENTRO
127500     ELSE
127600         MOVE WS-CT-CENTRO(WS-CT-SUB) TO WS-LC-CENTRO
127700     END-IF.
127800     IF WS-LC-CENTRO = SPACE
127900         MOVE "S/CC" TO WS-LC-CENTRO
128000     END-IF.
128100     MOVE WS-CT-QTD-SIM(WS-CT-SUB) TO WS-LC-QTD-SIM.
128200     MOVE WS-CT-QTD-REAL(WS-CT-SUB) TO WS-LC-QTD-REAL.
128300     MOVE "BRUTO" TO WS-LC-ROTULO.
128400     MOVE WS-CT-SIM-BRUTO(WS-CT-SUB) TO WS-VALOR-SIMULADO.
128500     MOVE WS-CT-REAL-BRUTO(WS-CT-SUB) TO WS-VALOR-REAL.
128600     PERFORM 2650-MONTA-LINHA-CENTRO
128700         THRU 2650-MONTA-LINHA-CENTRO-EXIT.
128800     MOVE SPACE TO WS-LINHA-CENTRO.
128900     MOVE "DESCONTOS" TO WS-LC-ROTULO.
129000     MOVE WS-CT-SIM-DESCONTO(WS-CT-SUB) TO WS-VALOR-SIMULADO.
129100     MOVE WS-CT-REAL-DESCONTO(WS-CT-SUB) TO WS-VALOR-REAL.
129200     PERFORM 2650-MONTA-LINHA-CENTRO
129300         THRU 2650-MONTA-LINHA-CENTRO-EXIT.
129400     MOVE SPACE TO WS-LINHA-CENTRO.
129500     MOVE "LIQUIDO" TO WS-LC-ROTULO.
129600     MOVE WS-CT-SIM-LIQUIDO(WS-CT-SUB) TO WS-VALOR-SIMULADO.
129700     MOVE WS-CT-REAL-LIQUIDO(WS-CT-SUB) TO WS-VALOR-REAL.
129800     PERFORM 2650-MONTA-LINHA-CENTRO
129900         THRU 2650-MONTA-LINHA-CENTRO-EXIT.
130000 2600-IMPRIME-CENTRO-EXIT.
130100     EXIT.
130200
130300 2650-MONTA-LINHA-CENTRO.
130400     PERFORM 2450-CALCULA-VARIACAO
130500         THRU 2450-CALCULA-VARIACAO-EXIT.
130600     MOVE WS-VALOR-SIMULADO TO WS-LC-SIMULADO.
130700     MOVE WS-VALOR-REAL TO WS-LC-REAL.
130800     MOVE WS-DIFERENCA TO WS-LC-DIFERENCA.
130900     MOVE WS-PERC-VARIACAO TO WS-LC-PERC.
131000     WRITE SIMULACAO-LINHA FROM WS-LINHA-CENTRO.
131100 2650-MONTA-LINHA-CENTRO-EXIT.
131200     EXIT.
131300
131400******************************************************************
131500*    LOCALIZA O CENTRO PROCURADO NA TABELA DE TOTAIS, INCLUINDO-O
131600*    NO FIM SE AINDA NAO ESTIVER LA. DEVOLVE A POSICAO EM
131700*    WS-CT-SUB.
131800******************************************************************
131900 2800-LOCALIZA-CENTRO.
132000     PERFORM 2890-PROCURA-CENTRO THRU 2890-PROCURA-CENTRO-EXIT
132100         VARYING WS-CT-SUB FROM 1 BY 1
132200         UNTIL WS-CT-SUB > WS-QTD-CT
132300         OR WS-CT-CENTRO(WS-CT-SUB) = WS-CENTRO-PROCURADO.
132400     IF WS-CT-SUB NOT > WS-QTD-CT
132500         GO TO 2800-LOCALIZA-CENTRO-EXIT
132600     END-IF.
132700     IF WS-QTD-CT >= WS-CT-TOTAL - 1
132800         DISPLAY "SIMULA-FOLHA ABORTADO: MAIS DE 40 CENTROS DE "
132900             "CUSTO NO MESTRE E NO HISTORICO"
133000         MOVE 12 TO RETURN-CODE
133100         STOP RUN
133200     END-IF.
133300     ADD 1 TO WS-QTD-CT.
133400     MOVE WS-QTD-CT TO WS-CT-SUB.
133500     MOVE WS-CENTRO-PROCURADO TO WS-CT-CENTRO(WS-CT-SUB).
133600     PERFORM 1590-ZERA-CENTRO THRU 1590-ZERA-CENTRO-EXIT.
133700 2800-LOCALIZA-CENTRO-EXIT.
133800     EXIT.
133900
134000 2890-PROCURA-CENTRO.
134100     CONTINUE.
134200 2890-PROCURA-CENTRO-EXIT.
134300     EXIT.
134400
134500 9000-FINALIZAR.
134600     PERFORM 2500-IMPRIME-FORA THRU 2500-IMPRIME-FORA-EXIT
134700         VARYING WS-HR-SUB FROM 1 BY 1
134800         UNTIL WS-HR-SUB > WS-QTD-HISTORICO.
134900     WRITE SIMULACAO-LINHA FROM WS-LINHA-VAZIA.
135000     WRITE SIMULACAO-LINHA FROM WS-LINHA-TITULO-CENTROS.
135100     WRITE SIMULACAO-LINHA FROM WS-CABECALHO-CENTROS.
135200     PERFORM 2600-IMPRIME-CENTRO THRU 2600-IMPRIME-CENTRO-EXIT
135300         VARYING WS-CT-SUB FROM 1 BY 1
135400         UNTIL WS-CT-SUB > WS-QTD-CT.
135500     MOVE WS-CT-TOTAL TO WS-CT-SUB.
135600     PERFORM 2600-IMPRIME-CENTRO THRU 2600-IMPRIME-CENTRO-EXIT.
135700     CLOSE FUNCIONARIOS.
135800     CLOSE SIMULACAO.
135900     MOVE WS-QTD-SIMULADOS TO WS-RES-SIMULADOS.
136000     MOVE WS-QTD-REAJUSTADOS TO WS-RES-REAJUSTADOS.
136100     MOVE WS-QTD-INVALIDOS TO WS-RES-INVALIDOS.
136200     MOVE WS-QTD-NOVOS TO WS-RES-NOVOS.
136300     MOVE WS-QTD-FORA TO WS-RES-FORA.
136400     DISPLAY WS-LINHA-RESUMO.
136500     IF NOT TEM-COMPARACAO
136600         MOVE 4 TO RETURN-CODE
136700     END-IF.
136800 9000-FINALIZAR-EXIT.
136900     EXIT.
