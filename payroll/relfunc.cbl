005091*                       ARQUIVO CONFERIR. MESTRES GRAVADOS ANTES
005092*                       DESTA VERSAO DEVEM SER RECARREGADOS PELO
005093*                       CARGA-MESTRE.
005094*    14/10/2026 DF      COM O CALCULO SEPARADO DE INSS E IRRF NO
005095*                       CALC-FOLHA, O DETALHE DO RELATORIO PASSA A
005096*                       TRAZER AS COLUNAS INSS, IRRF E OUTROS
005097*                       DESCONTOS (EVENTOS VARIAVEIS) NO LUGAR DA
005098*                       COLUNA UNICA DE DESCONTO (NOME E CARGO
005099*                       ENCURTADOS PARA CABER NAS 132 COLUNAS) E
005100*                       O FOLHAHIST PASSA A GRAVAR O INSS E O IRRF
005101*                       DO MES. A QUANTIDADE DE DEPENDENTES DE
005102*                       CADA FUNCIONARIO VEM DO CADASTRO
005103*                       DEPENDENTES (VIA CONTA-DEPENDENTES) E A
005104*                       TABELA DO IRRF E A DEDUCAO POR DEPENDENTE
005105*                       SAO ECOADAS NO INICIO DO RELATORIO.
005106*    14/10/2026 DF      A FOLHA NORMAL PASSA A APLICAR OS
005107*                       CONTRATOS DE DESCONTO RECORRENTE
005108*                       (CONSIGNADO E PENSAO, CADASTRO CONTRATOS
005109*                       VIA APLICA-CONTRATOS) SOBRE O LIQUIDO,
005110*                       RESPEITANDO A MARGEM CONSIGNAVEL DO
005111*                       PARAMETROS, COM BAIXA DA PARCELA PAGA NO
005112*                       FECHAMENTO. CADA DESCONTO GERA UM CREDITO
005113*                       AO FAVORECIDO NA REMESSA BANCO (TRAILER E
005114*                       CHECKPOINT INCLUEM OS FAVORECIDOS) E O
005115*                       LANCAMENTO GANHA O CREDITO DE CONSIGNADOS
005116*                       E PENSOES A PAGAR. CONTRATOS ENCERRADOS,
005117*                       CONSIGNADOS FORA DA MARGEM E PENSOES
005118*                       LIMITADAS AO LIQUIDO SAEM NO NOVO
005119*                       RELATORIO RELCONTR.
005120*    14/10/2026 DF      A TABELA DO MOVIMENTO DA COMPETENCIA PASSA
005121*                       DE 500 PARA 2000 LANCAMENTOS, PARA CABER
005122*                       AS DIFERENCAS DE DISSIDIO RETROATIVO
005123*                       (UMA POR FUNCIONARIO E COMPETENCIA)
005124*                       GRAVADAS PELO DISSIDIO-RETROATIVO.
005125*    15/10/2026 DF      DESCONTOS MAIORES QUE O BRUTO DEIXAM DE
005126*                       ABORTAR A FOLHA: O CALC-FOLHA ZERA O
005127*                       LIQUIDO E DEVOLVE O EXCEDENTE, QUE A FOLHA
005128*                       NORMAL E A RESCISAO REGISTRAM COMO SALDO
005129*                       DEVEDOR DO FUNCIONARIO (ARQUIVO SALDODEV,
005130*                       VIA SALDO-DEVEDOR). O SALDO EM ABERTO E
005131*                       COBRADO COMO DESCONTO NA COMPETENCIA
005132*                       SEGUINTE (NA RESCISAO, TODO O SALDO),
005133*                       ANTES DOS CONTRATOS. O RELATORIO GANHA A
005134*                       LINHA DE SALDO COBRADO / TRANSPORTADO POR
005135*                       FUNCIONARIO E OS TOTAIS CONSOLIDADOS NO
005136*                       FECHAMENTO; OS TOTAIS ENTRAM NO
005137*                       CHECKPOINT, CUJO LAYOUT CRESCEU.
005138*    15/10/2026 DF      O MODO FERIAS PASSA A SEGUIR A PROGRAMACAO
005139*                       DE FERIAS (ARQUIVO PROGFER, VIA
005140*                       PROGRAMACAO-FERIAS): SO ENTRA QUEM TEM
005141*                       GOZO INICIANDO NA COMPETENCIA, PAGO PELOS
005142*                       DIAS PROGRAMADOS (EM DOBRO FORA DO PRAZO
005143*                       CONCESSIVO) MAIS O ABONO PECUNIARIO, COM
005144*                       UMA LINHA DE FERIAS ABAIXO DO DETALHE.
005145*                       PROGRAMACAO INCONSISTENTE ABORTA A FOLHA.
005146*    15/10/2026 DF      A FOLHA NORMAL PASSA A PAGAR SO OS DIAS
005147*                       TRABALHADOS DA COMPETENCIA: O CALC-FOLHA
005148*                       DESCONTA OS DIAS ANTES DA ADMISSAO E OS
005149*                       DIAS DE AFASTAMENTO SEM SALARIO DA FOLHA
005150*                       (ARQUIVO AFASTAMENTOS, VIA
005151*                       CONSULTA-AFASTAMENTO). MES NAO INTEIRO
005152*                       GANHA UMA LINHA DE DIAS PAGOS ABAIXO DO
005153*                       DETALHE. AFASTAMENTO INCONSISTENTE ABORTA
005154*                       A FOLHA.
005155******************************************************************
005156
005157 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SPECIAL-NAMES.
005400     DECIMAL-POINT IS COMMA.
008188
008189     SELECT LANCAMENTOS ASSIGN TO "LANCAMENTO"
008191         ORGANIZATION IS SEQUENTIAL.
008192
008193     SELECT RELATORIO-CONTRATOS ASSIGN TO "RELCONTR"
008194         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
010899             15  CHECK-CEN-CODIGO PIC X(04).
010901             15  CHECK-CEN-BRL    PIC 9(9)V99.
010902             15  CHECK-CEN-USD    PIC 9(9)V99.
010912     05  CHECK-QTD-FAVORECIDOS   PIC 9(05).
010922     05  CHECK-TOTAL-FAVOREC-BRL PIC 9(7)V99.
010932     05  CHECK-TOTAL-FAVOREC-USD PIC 9(7)V99.
010942     05  CHECK-TOTAL-SDEV-COBR-BRL PIC 9(7)V99.
010952     05  CHECK-TOTAL-SDEV-COBR-USD PIC 9(7)V99.
010962     05  CHECK-TOTAL-SDEV-TRAN-BRL PIC 9(7)V99.
010972     05  CHECK-TOTAL-SDEV-TRAN-USD PIC 9(7)V99.
010982     05  FILLER                  PIC X(02).
011000
011100 FD  RELATORIO
011200     LABEL RECORDS ARE STANDARD.
014929     LABEL RECORDS ARE STANDARD
014931     RECORDING MODE IS F.
014932     COPY LANCREC.
014933
014934******************************************************************
014935*    RELATORIO DE OCORRENCIAS DOS CONTRATOS DE DESCONTO DA
014936*    EXECUCAO: CONTRATOS ENCERRADOS NA COMPETENCIA, CONSIGNADOS
014937*    QUE NAO COUBERAM NA MARGEM E PENSOES PAGAS SO EM PARTE.
014938******************************************************************
014939 FD  RELATORIO-CONTRATOS
014940     LABEL RECORDS ARE STANDARD.
014941 01  RELCONTR-LINHA                  PIC X(132).
014951
015000 WORKING-STORAGE SECTION.
015100
017710     05  WS-TOTAL-GERAL-USD      PIC 9(7)V99 VALUE ZERO.
017720     05  WS-TOTAL-LIQUIDO-BRL    PIC 9(7)V99 VALUE ZERO.
017730     05  WS-TOTAL-LIQUIDO-USD    PIC 9(7)V99 VALUE ZERO.
017740     05  WS-CONTADOR-FAVORECIDOS PIC 9(05) COMP VALUE ZERO.
017750     05  WS-TOTAL-FAVOREC-BRL    PIC 9(7)V99 VALUE ZERO.
017760     05  WS-TOTAL-FAVOREC-USD    PIC 9(7)V99 VALUE ZERO.
017770     05  WS-TOTAL-SDEV-COBR-BRL  PIC 9(7)V99 VALUE ZERO.
017780     05  WS-TOTAL-SDEV-COBR-USD  PIC 9(7)V99 VALUE ZERO.
017790     05  WS-TOTAL-SDEV-TRAN-BRL  PIC 9(7)V99 VALUE ZERO.
017800     05  WS-TOTAL-SDEV-TRAN-USD  PIC 9(7)V99 VALUE ZERO.
018300     05  WS-CONTADOR-SALTO       PIC 9(05) COMP VALUE ZERO.
018400
018500 01  WS-VALOR-REAL-FORMATADO.
020694
020695     COPY CICLOREC.
020696
020697     COPY DEPCREC.
020698
020699     COPY APLCREC.
020700
020701     COPY SDEVREC.
020702
020703     COPY FERIREC.
020704
020705     COPY AFASREC.
020706
020707 01  WS-TOTAIS-CONSOLIDADOS.
020708     05  WS-TOTAL-CONSOLIDADO    PIC 9(9)V99 VALUE ZERO.
020709     05  WS-LIQUIDO-CONSOLIDADO  PIC 9(9)V99 VALUE ZERO.
020710     05  WS-FAVOREC-CONSOLIDADO  PIC 9(9)V99 VALUE ZERO.
020711     05  WS-SDEV-COBR-CONSOLIDADO PIC 9(9)V99 VALUE ZERO.
020712     05  WS-SDEV-TRAN-CONSOLIDADO PIC 9(9)V99 VALUE ZERO.
020713
020714******************************************************************
020715*    TABELA DO MOVIMENTO MENSAL DA COMPETENCIA, CARREGADA NA
020716*    ABERTURA (SO NA FOLHA NORMAL). CADA LANCAMENTO E SOMADO AO
020717*    FUNCIONARIO CORRESPONDENTE NO CALCULO E MARCADO COMO
020718*    APLICADO; O QUE SOBRAR SEM MARCA SAI NO RELATORIO DE
020719*    CRITICA MOVCRIT NO FECHAMENTO.
020720******************************************************************
020721 01  WS-TABELA-MOVIMENTO.
020722     05  WS-QTD-MOVIMENTO        PIC 9(04) COMP VALUE ZERO.
020723     05  WS-MOV-ITEM OCCURS 2000 TIMES
020724             INDEXED BY MOV-IDX.
020725         10  WS-MOV-FUNC-ID      PIC 9(04).
020726         10  WS-MOV-RUBRICA      PIC 9(03).
020727         10  WS-MOV-TIPO         PIC X(01).
020728             88  MOV-ITEM-PROVENTO   VALUE "P".
020729         10  WS-MOV-DESCRICAO    PIC X(20).
020730         10  WS-MOV-VALOR        PIC 9(5)V99.
020731         10  WS-MOV-APLICADO     PIC X(01).
020732             88  MOV-ITEM-APLICADO   VALUE "S".
020733
020734 77  WS-MOV-SUB                 PIC 9(04) COMP VALUE ZERO.
020735
020736******************************************************************
020737*    SUBTOTAIS DE BRUTO POR CENTRO DE CUSTO, ACUMULADOS POR
020738*    MOEDA DURANTE O PROCESSAMENTO E CONSOLIDADOS EM REAIS PELA
020739*    TAXA DO DIA NO FECHAMENTO, PARA O SUBTOTAL IMPRESSO E PARA
020740*    O DEBITO CONTABIL DE CADA CENTRO. GUARDADOS NO CHECKPOINT
020741*    PARA UM REINICIO NAO PERDER O ACUMULADO.
020742******************************************************************
020743 01  WS-TABELA-CENTROS.
020744     05  WS-QTD-CENTROS-TAB      PIC 9(02) COMP VALUE ZERO.
020745     05  WS-CEN-ITEM OCCURS 20 TIMES.
020746         10  WS-CEN-CODIGO       PIC X(04).
020747         10  WS-CEN-BRL          PIC 9(9)V99.
020748         10  WS-CEN-USD          PIC 9(9)V99.
020749         10  WS-CEN-CONSOL       PIC 9(9)V99.
020750
020751 77  WS-CEN-SUB                 PIC 9(02) COMP VALUE ZERO.
020752 77  WS-CEN-ACHADO              PIC 9(02) COMP VALUE ZERO.
020753 77  WS-TOTAL-DEBITOS           PIC 9(9)V99 VALUE ZERO.
020754
020755 01  WS-LINHA-TIT-CENTRO.
020756     05  FILLER                  PIC X(33) VALUE
020757         "SUBTOTAL POR CENTRO DE CUSTO (R$)".
020758     05  FILLER                  PIC X(99) VALUE SPACE.
020759
020760 01  WS-LINHA-SUBTOT-CENTRO.
020761     05  FILLER                  PIC X(16) VALUE
020762         "CENTRO DE CUSTO ".
020763     05  WS-SUB-CEN-CODIGO       PIC X(04).
020764     05  FILLER                  PIC X(18) VALUE
020765         "  BRUTO R$......: ".
020766     05  WS-SUB-CEN-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
020767     05  FILLER                  PIC X(80) VALUE SPACE.
020768
020769 01  WS-LINHA-CRITICA-MOV.
020770     05  FILLER                  PIC X(08) VALUE "RUBRICA ".
020771     05  WS-CRM-RUBRICA          PIC 9(03).
020772     05  FILLER                  PIC X(10) VALUE "  FUNC-ID ".
020773     05  WS-CRM-FUNC-ID          PIC 9(04).
020774     05  FILLER                  PIC X(08) VALUE "  VALOR ".
020775     05  WS-CRM-VALOR            PIC ZZ.ZZ9,99.
020776     05  FILLER                  PIC X(02) VALUE SPACE.
020777     05  WS-CRM-DESCRICAO        PIC X(20).
020778     05  FILLER                  PIC X(03) VALUE " - ".
020779     05  WS-CRM-MOTIVO           PIC X(56).
020780     05  FILLER                  PIC X(09) VALUE SPACE.
020781
020782******************************************************************
020783*    LINHAS DO RELATORIO DE OCORRENCIAS DOS CONTRATOS (RELCONTR).
020784*    VALORES NA MOEDA DE PAGAMENTO DO FUNCIONARIO.
020785******************************************************************
020786 01  WS-RCT-CABECALHO-1.
020787     05  FILLER                  PIC X(44) VALUE
020788         "OCORRENCIAS DOS CONTRATOS DE DESCONTO - COMP".
020789     05  FILLER                  PIC X(01) VALUE SPACE.
020790     05  WS-RCT-CAB-COMPETENCIA  PIC 9(06).
020791     05  FILLER                  PIC X(81) VALUE SPACE.
020792
020793 01  WS-RCT-CABECALHO-2.
020794     05  FILLER                  PIC X(05) VALUE "ID".
020795     05  FILLER                  PIC X(11) VALUE "CONTRATO".
020796     05  FILLER                  PIC X(11) VALUE "TIPO".
020797     05  FILLER                  PIC X(21) VALUE "DESCRICAO".
020798     05  FILLER                  PIC X(08) VALUE "PARCELA".
020799     05  FILLER                  PIC X(04) VALUE "MDA".
020800     05  FILLER                  PIC X(09) VALUE "   DEVIDO".
020801     05  FILLER                  PIC X(11) VALUE " DESCONTADO".
020802     05  FILLER                  PIC X(02) VALUE SPACE.
020803     05  FILLER                  PIC X(10) VALUE "OCORRENCIA".
020804     05  FILLER                  PIC X(40) VALUE SPACE.
020805
020806 01  WS-RCT-DETALHE.
020807     05  WS-RCT-ID               PIC Z(3)9.
020808     05  FILLER                  PIC X(01) VALUE SPACE.
020809     05  WS-RCT-NUMERO           PIC X(10).
020810     05  FILLER                  PIC X(01) VALUE SPACE.
020811     05  WS-RCT-TIPO             PIC X(10).
020812     05  FILLER                  PIC X(01) VALUE SPACE.
020813     05  WS-RCT-DESCRICAO        PIC X(20).
020814     05  FILLER                  PIC X(01) VALUE SPACE.
020815     05  WS-RCT-PARCELA          PIC ZZ9.
020816     05  FILLER                  PIC X(01) VALUE "/".
020817     05  WS-RCT-QTD-PARCELAS     PIC ZZ9.
020818     05  FILLER                  PIC X(01) VALUE SPACE.
020819     05  WS-RCT-MOEDA            PIC X(03).
020820     05  FILLER                  PIC X(01) VALUE SPACE.
020821     05  WS-RCT-DEVIDO           PIC ZZ.ZZ9,99.
020822     05  FILLER                  PIC X(02) VALUE SPACE.
020823     05  WS-RCT-DESCONTADO       PIC ZZ.ZZ9,99.
020824     05  FILLER                  PIC X(02) VALUE SPACE.
020825     05  WS-RCT-OCORRENCIA       PIC X(40).
020826     05  FILLER                  PIC X(10) VALUE SPACE.
020827
020828 77  WS-APLC-SUB                PIC 9(02) COMP VALUE ZERO.
020829
020830******************************************************************
020831*    SALDO DEVEDOR DO FUNCIONARIO CORRENTE: O SALDO ANTERIOR
020832*    COBRADO NA EXECUCAO (NA MOEDA DO FUNCIONARIO) E A LINHA DO
020833*    RELATORIO COM O COBRADO E O NOVO SALDO TRANSPORTADO.
020834******************************************************************
020835 77  WS-SDEV-COBRADO            PIC 9(5)V99 VALUE ZERO.
020836
020837 01  WS-LINHA-SALDO-DEV.
020838     05  FILLER                  PIC X(05) VALUE SPACE.
020839     05  FILLER                  PIC X(32) VALUE
020840         "SALDO DEVEDOR ANTERIOR COBRADO: ".
020841     05  WS-SDV-COBRADO          PIC X(13).
020842     05  FILLER                  PIC X(04) VALUE SPACE.
020843     05  FILLER                  PIC X(33) VALUE
020844         "NOVO SALDO DEVEDOR TRANSPORTADO: ".
020845     05  WS-SDV-TRANSPORTADO     PIC X(13).
020846     05  FILLER                  PIC X(32) VALUE SPACE.
020847
020848******************************************************************
020849*    LINHA DE FERIAS DO FUNCIONARIO CORRENTE (SO NO MODO FERIAS):
020850*    INICIO DO GOZO, DIAS DE GOZO, DIAS PAGOS EM DOBRO E O ABONO
020851*    PECUNIARIO EM DIAS E VALOR.
020852******************************************************************
020853 01  WS-LINHA-FERIAS.
020854     05  FILLER                  PIC X(05) VALUE SPACE.
020855     05  FILLER                  PIC X(25) VALUE
020856         "FERIAS - INICIO DO GOZO: ".
020857     05  WS-LFE-INICIO           PIC 9(08).
020858     05  FILLER                  PIC X(16) VALUE
020859         "  DIAS DE GOZO: ".
020860     05  WS-LFE-GOZO             PIC Z9.
020861     05  FILLER                  PIC X(12) VALUE "  EM DOBRO: ".
020862     05  WS-LFE-DOBRO            PIC Z9.
020863     05  FILLER                  PIC X(20) VALUE
020864         "  ABONO PECUNIARIO: ".
020865     05  WS-LFE-ABONO            PIC Z9.
020866     05  FILLER                  PIC X(08) VALUE " DIAS = ".
020867     05  WS-LFE-VALOR-ABONO      PIC X(13).
020868     05  FILLER                  PIC X(19) VALUE SPACE.
020869
020870******************************************************************
020871*    LINHA DE DIAS PAGOS DO FUNCIONARIO CORRENTE (SO NA FOLHA
020872*    NORMAL COM MES NAO INTEIRO): DIAS PAGOS, ADMISSAO E DIAS DE
020873*    AFASTAMENTO SEM SALARIO DA FOLHA.
020874******************************************************************
020875 01  WS-LINHA-DIAS-PAGOS.
020876     05  FILLER                  PIC X(05) VALUE SPACE.
020877     05  FILLER                  PIC X(27) VALUE
020878         "DIAS PAGOS NA COMPETENCIA: ".
020879     05  WS-LDP-DIAS             PIC Z9.
020880     05  FILLER                  PIC X(14) VALUE
020881         "  ADMISSAO EM ".
020882     05  WS-LDP-ADMISSAO         PIC 9(08).
020883     05  FILLER                  PIC X(29) VALUE
020884         "  DIAS AFASTADO SEM SALARIO: ".
020885     05  WS-LDP-AFASTADO         PIC Z9.
020886     05  FILLER                  PIC X(45) VALUE SPACE.
020887
020888 01  WS-LINHA-QUEBRA-PAGINA.
020900     05  FILLER                  PIC X(132) VALUE SPACE.
021000
021100 01  WS-CABECALHO-1.
021900 01  WS-CABECALHO-2.
022000     05  FILLER                  PIC X(04) VALUE "ID".
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  FILLER                  PIC X(30) VALUE "NOME".
022300     05  FILLER                  PIC X(01) VALUE SPACE.
022400     05  FILLER                  PIC X(20) VALUE "CARGO".
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  FILLER                  PIC X(13) VALUE "SALARIO".
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022710     05  FILLER                  PIC X(13) VALUE "INSS".
022720     05  FILLER                  PIC X(01) VALUE SPACE.
022730     05  FILLER                  PIC X(13) VALUE "IRRF".
022740     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  FILLER                  PIC X(13) VALUE "OUTROS DESC.".
022900     05  FILLER                  PIC X(01) VALUE SPACE.
023000     05  FILLER                  PIC X(13) VALUE "LIQUIDO".
023100     05  FILLER                  PIC X(06) VALUE SPACE.
023200
023300 01  WS-LINHA-DETALHE.
023400     05  WS-DET-ID               PIC Z(3)9.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  WS-DET-NOME             PIC X(30).
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  WS-DET-CARGO            PIC X(20).
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  WS-DET-SALARIO          PIC X(13).
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024110     05  WS-DET-INSS             PIC X(13).
024120     05  FILLER                  PIC X(01) VALUE SPACE.
024130     05  WS-DET-IRRF             PIC X(13).
024140     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  WS-DET-DESCONTO         PIC X(13).
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  WS-DET-LIQUIDO          PIC X(13).
024500     05  FILLER                  PIC X(06) VALUE SPACE.
024600
024700 01  WS-LINHA-EXCECAO.
024800     05  WS-EXC-ID               PIC Z(3)9.
026085     05  WS-TOT-TAXA-DATA        PIC 9(08).
026086     05  FILLER                  PIC X(22) VALUE SPACE.
026087
026088 01  WS-LINHA-TOTAL-SDEV.
026089     05  FILLER                  PIC X(47) VALUE SPACE.
026090     05  WS-TOT-SDEV-ROTULO      PIC X(18).
026091     05  WS-TOT-SDEV-VALOR       PIC X(17).
026092     05  FILLER                  PIC X(50) VALUE SPACE.
026093
026094******************************************************************
026095*    ECO DO CONJUNTO DE PARAMETROS APLICADO NA EXECUCAO (TABELA
026096*    DE FAIXAS, LIMITES DE VALIDACAO, TAXA DE CAMBIO), IMPRESSO
026097*    NO INICIO DO RELATORIO PARA OS AUDITORES VEREM QUAL TABELA
026098*    VALEU. SO E IMPRESSO EM EXECUCAO NOVA: NUM REINICIO O ECO
026099*    JA ESTA NO RELATORIO DA EXECUCAO INTERROMPIDA.
026100******************************************************************
026101 01  WS-LINHA-ECO-VIGENCIA.
026102     05  FILLER                  PIC X(34) VALUE
026103         "TABELA DE DESCONTO COM VIGENCIA DE".
026104     05  FILLER                  PIC X(01) VALUE SPACE.
026105     05  WS-ECO-VIGENCIA         PIC 9(08).
026106     05  FILLER                  PIC X(12) VALUE "  CAMBIO DE ".
026107     05  WS-ECO-TAXA             PIC Z9,9999.
026108     05  FILLER                  PIC X(70) VALUE SPACE.
026109
026110 01  WS-LINHA-ECO-FAIXA.
026111     05  FILLER                  PIC X(11) VALUE "INSS FAIXA ".
026112     05  WS-ECO-FAIXA-NUM        PIC 9(01).
026113     05  FILLER                  PIC X(11) VALUE ": ALIQUOTA ".
026114     05  WS-ECO-PERC             PIC 9,999.
026115     05  FILLER                  PIC X(10) VALUE "  ATE R$ ".
026116     05  WS-ECO-LIMITE           PIC ZZ.ZZ9,99.
026117     05  FILLER                  PIC X(85) VALUE SPACE.
026118
026119 01  WS-LINHA-ECO-IRRF.
026120     05  FILLER                  PIC X(11) VALUE "IRRF FAIXA ".
026121     05  WS-ECO-IRRF-NUM         PIC 9(01).
026122     05  FILLER                  PIC X(11) VALUE ": ALIQUOTA ".
026123     05  WS-ECO-IRRF-PERC        PIC 9,999.
026124     05  FILLER                  PIC X(10) VALUE "  ATE R$ ".
026125     05  WS-ECO-IRRF-LIMITE      PIC ZZ.ZZ9,99.
026126     05  FILLER                  PIC X(13) VALUE "  DEDUZIR R$ ".
026127     05  WS-ECO-IRRF-DEDUZIR     PIC ZZ.ZZ9,99.
026128     05  FILLER                  PIC X(63) VALUE SPACE.
026129
026130 01  WS-LINHA-ECO-DEPENDENTE.
026131     05  FILLER                  PIC X(34) VALUE
026132         "DEDUCAO POR DEPENDENTE NO IRRF R$ ".
026133     05  WS-ECO-DEDUCAO-DEP      PIC ZZ.ZZ9,99.
026134     05  FILLER                  PIC X(89) VALUE SPACE.
026135
026136 01  WS-LINHA-ECO-LIMITES.
026137     05  FILLER                  PIC X(24) VALUE
026138         "SALARIO PLAUSIVEL DE R$ ".
026139     05  WS-ECO-MINIMO           PIC ZZ.ZZ9,99.
026140     05  FILLER                  PIC X(06) VALUE " A R$ ".
026141     05  WS-ECO-MAXIMO           PIC ZZ.ZZ9,99.
026142     05  FILLER                  PIC X(84) VALUE SPACE.
026143
026144 77  WS-ECO-SUB                 PIC 9(01) VALUE ZERO.
026161
026200 01  WS-LINHA-AUDITORIA.
026300     05  FILLER                  PIC X(06) VALUE "DATA: ".
029600         OPEN EXTEND RELATORIO
029700         OPEN EXTEND EXCECOES
029800         OPEN EXTEND ARQUIVO-BANCO
029810         OPEN EXTEND RELATORIO-CONTRATOS
029900         PERFORM 1300-SALTAR-PROCESSADOS
030000             THRU 1300-SALTAR-PROCESSADOS-EXIT
030100     ELSE
030200         OPEN OUTPUT RELATORIO
030300         OPEN OUTPUT EXCECOES
030400         OPEN OUTPUT ARQUIVO-BANCO
030410         OPEN OUTPUT RELATORIO-CONTRATOS
030420         MOVE WS-COMPETENCIA TO WS-RCT-CAB-COMPETENCIA
030430         WRITE RELCONTR-LINHA FROM WS-RCT-CABECALHO-1
030440         WRITE RELCONTR-LINHA FROM WS-RCT-CABECALHO-2
030500         PERFORM 1400-GRAVAR-CABECALHO-BANCO
030600             THRU 1400-GRAVAR-CABECALHO-BANCO-EXIT
030610         PERFORM 1700-ECO-PARAMETROS
035210     MOVE CHECK-TOTAL-GERAL-USD TO WS-TOTAL-GERAL-USD.
035220     MOVE CHECK-TOTAL-LIQUIDO-BRL TO WS-TOTAL-LIQUIDO-BRL.
035230     MOVE CHECK-TOTAL-LIQUIDO-USD TO WS-TOTAL-LIQUIDO-USD.
035240     MOVE CHECK-QTD-FAVORECIDOS TO WS-CONTADOR-FAVORECIDOS.
035250     MOVE CHECK-TOTAL-FAVOREC-BRL TO WS-TOTAL-FAVOREC-BRL.
035260     MOVE CHECK-TOTAL-FAVOREC-USD TO WS-TOTAL-FAVOREC-USD.
035270     MOVE CHECK-TOTAL-SDEV-COBR-BRL TO WS-TOTAL-SDEV-COBR-BRL.
035280     MOVE CHECK-TOTAL-SDEV-COBR-USD TO WS-TOTAL-SDEV-COBR-USD.
035290     MOVE CHECK-TOTAL-SDEV-TRAN-BRL TO WS-TOTAL-SDEV-TRAN-BRL.
035300     MOVE CHECK-TOTAL-SDEV-TRAN-USD TO WS-TOTAL-SDEV-TRAN-USD.
035350     MOVE CHECK-NUM-PAGINA TO WS-NUM-PAGINA.
035370     MOVE CHECK-LINHAS-PAGINA TO WS-LINHAS-PAGINA.
035380     MOVE CHECK-MODO-FOLHA TO WS-MODO-FOLHA.
037621     PERFORM 2070-MARCA-MOVIMENTO THRU 2070-MARCA-MOVIMENTO-EXIT
037622         VARYING WS-MOV-SUB FROM 1 BY 1
037623         UNTIL WS-MOV-SUB > WS-QTD-MOVIMENTO.
037624     IF MODO-FOLHA-NORMAL OR MODO-FOLHA-RESCISAO
037625         PERFORM 2050-CALCULA-FOLHA THRU 2050-CALCULA-FOLHA-EXIT
037626     END-IF.
037700 1350-DESCARTAR-REGISTRO-EXIT.
037800     EXIT.
037900
039532     PERFORM 1750-ECO-FAIXA THRU 1750-ECO-FAIXA-EXIT
039533         VARYING WS-ECO-SUB FROM 1 BY 1
039534         UNTIL WS-ECO-SUB > 4.
039535     PERFORM 1760-ECO-FAIXA-IRRF THRU 1760-ECO-FAIXA-IRRF-EXIT
039536         VARYING WS-ECO-SUB FROM 1 BY 1
039537         UNTIL WS-ECO-SUB > 5.
039538     MOVE PARAM-DEDUCAO-DEPENDENTE TO WS-ECO-DEDUCAO-DEP.
039539     WRITE RELATORIO-LINHA FROM WS-LINHA-ECO-DEPENDENTE.
039540     MOVE PARAM-SALARIO-MINIMO TO WS-ECO-MINIMO.
039541     MOVE PARAM-SALARIO-MAXIMO TO WS-ECO-MAXIMO.
039542     WRITE RELATORIO-LINHA FROM WS-LINHA-ECO-LIMITES.
039543 1700-ECO-PARAMETROS-EXIT.
039544     EXIT.
039545
039546 1750-ECO-FAIXA.
039547     MOVE WS-ECO-SUB TO WS-ECO-FAIXA-NUM.
039548     MOVE PARAM-PERC-FAIXA(WS-ECO-SUB) TO WS-ECO-PERC.
039549     MOVE PARAM-LIMITE-FAIXA(WS-ECO-SUB) TO WS-ECO-LIMITE.
039550     WRITE RELATORIO-LINHA FROM WS-LINHA-ECO-FAIXA.
039551 1750-ECO-FAIXA-EXIT.
039552     EXIT.
039553
039554 1760-ECO-FAIXA-IRRF.
039555     MOVE WS-ECO-SUB TO WS-ECO-IRRF-NUM.
039556     MOVE PARAM-PERC-IRRF(WS-ECO-SUB) TO WS-ECO-IRRF-PERC.
039557     MOVE PARAM-LIMITE-IRRF(WS-ECO-SUB) TO WS-ECO-IRRF-LIMITE.
039558     MOVE PARAM-DEDUZIR-IRRF(WS-ECO-SUB) TO WS-ECO-IRRF-DEDUZIR.
039559     WRITE RELATORIO-LINHA FROM WS-LINHA-ECO-IRRF.
039560 1760-ECO-FAIXA-IRRF-EXIT.
039561     EXIT.
039562
039563******************************************************************
039564*    DEFINE O MODO DE PROCESSAMENTO DA EXECUCAO PELA VARIAVEL DE
039565*    AMBIENTE MODO_FOLHA (NORMAL, 13O, FERIAS OU RESCISAO;
039566*    AUSENTE VALE NORMAL). VALOR DESCONHECIDO ABORTA A EXECUCAO:
039567*    RODAR UM 13O ACHANDO QUE E FOLHA NORMAL PAGA ERRADO.
039568******************************************************************
039569 1800-DEFINIR-MODO.
039570     MOVE SPACE TO WS-MODO-TEXTO.
039571     ACCEPT WS-MODO-TEXTO FROM ENVIRONMENT "MODO_FOLHA".
039572     EVALUATE WS-MODO-TEXTO
039573         WHEN SPACE
039574         WHEN "NORMAL"
039575             MOVE "N" TO WS-MODO-FOLHA
039576         WHEN "13O"
039577             MOVE "D" TO WS-MODO-FOLHA
039578         WHEN "FERIAS"
039579             MOVE "F" TO WS-MODO-FOLHA
039580         WHEN "RESCISAO"
039581             MOVE "R" TO WS-MODO-FOLHA
039582         WHEN OTHER
039583             DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: MODO_FOLHA "
039584                 "DESCONHECIDO: " WS-MODO-TEXTO
039585             MOVE 12 TO RETURN-CODE
039586             STOP RUN
039587     END-EVALUATE.
039588     PERFORM 1850-ROTULAR-MODO THRU 1850-ROTULAR-MODO-EXIT.
039589 1800-DEFINIR-MODO-EXIT.
039590     EXIT.
039591
039592******************************************************************
039593*    TRADUZ O MODO DA EXECUCAO (WS-MODO-FOLHA) PARA O ROTULO
039594*    IMPRESSO NOS CABECALHOS. CHAMADO PELO 1800 (MODO VINDO DO
039595*    AMBIENTE) E PELO 1200 (MODO RESTAURADO DO CHECKPOINT NUM
039596*    REINICIO, QUE PREVALECE SOBRE O AMBIENTE).
039597******************************************************************
039598 1850-ROTULAR-MODO.
039599     EVALUATE TRUE
039600         WHEN MODO-FOLHA-13O
039601             MOVE "13O SALARIO" TO WS-MODO-ROTULO
039602         WHEN MODO-FOLHA-FERIAS
039603             MOVE "FERIAS" TO WS-MODO-ROTULO
039604         WHEN MODO-FOLHA-RESCISAO
039605             MOVE "RESCISAO" TO WS-MODO-ROTULO
039606         WHEN OTHER
039607             MOVE "FOLHA NORMAL" TO WS-MODO-ROTULO
039608     END-EVALUATE.
039609     MOVE WS-MODO-ROTULO TO WS-CAB-MODO.
039610 1850-ROTULAR-MODO-EXIT.
039611     EXIT.
039612
039613******************************************************************
039614*    CARREGA PARA A TABELA OS LANCAMENTOS DO ARQUIVO DE
039615*    MOVIMENTO MENSAL COM A COMPETENCIA DA EXECUCAO. SO NA FOLHA
039616*    NORMAL: HORA EXTRA, FALTA, ADIANTAMENTO E PENSAO NAO ENTRAM
039617*    NO 13O, NAS FERIAS NEM NA RESCISAO. CHAMADO DEPOIS DA
039618*    RECUPERACAO DO CHECKPOINT, POIS O MODO E A COMPETENCIA DE
039619*    UM REINICIO PREVALECEM SOBRE O AMBIENTE. ARQUIVO AUSENTE =
039620*    FOLHA SEM EVENTOS VARIAVEIS.
039621******************************************************************
039622 1900-CARREGAR-MOVIMENTO.
039623     IF NOT MODO-FOLHA-NORMAL
039624         GO TO 1900-CARREGAR-MOVIMENTO-EXIT
039625     END-IF.
039626     OPEN INPUT MOVIMENTO.
039627     IF NOT MOVIMENTO-OK
039628         GO TO 1900-CARREGAR-MOVIMENTO-EXIT
039629     END-IF.
039630     PERFORM 1950-LER-MOVIMENTO THRU 1950-LER-MOVIMENTO-EXIT
039631         UNTIL FIM-MOVIMENTO.
039632     CLOSE MOVIMENTO.
039633 1900-CARREGAR-MOVIMENTO-EXIT.
039634     EXIT.
039635
039636 1950-LER-MOVIMENTO.
039637     READ MOVIMENTO
039638         AT END
039639             MOVE "S" TO WS-FIM-MOVIMENTO
039640             GO TO 1950-LER-MOVIMENTO-EXIT
039641     END-READ.
039642     IF MOV-COMPETENCIA NOT = WS-COMPETENCIA
039643         GO TO 1950-LER-MOVIMENTO-EXIT
039644     END-IF.
039645     IF WS-QTD-MOVIMENTO >= 2000
039646         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: TABELA DE "
039647             "MOVIMENTO CHEIA"
039648         MOVE 12 TO RETURN-CODE
039649         STOP RUN
039650     END-IF.
039651     ADD 1 TO WS-QTD-MOVIMENTO.
039652     SET MOV-IDX TO WS-QTD-MOVIMENTO.
039653     MOVE MOV-FUNC-ID TO WS-MOV-FUNC-ID(MOV-IDX).
039654     MOVE MOV-RUBRICA TO WS-MOV-RUBRICA(MOV-IDX).
039655     MOVE MOV-TIPO TO WS-MOV-TIPO(MOV-IDX).
039656     MOVE MOV-DESCRICAO TO WS-MOV-DESCRICAO(MOV-IDX).
039657     MOVE MOV-VALOR TO WS-MOV-VALOR(MOV-IDX).
039658     MOVE "N" TO WS-MOV-APLICADO(MOV-IDX).
039659 1950-LER-MOVIMENTO-EXIT.
039660     EXIT.
039661
039662******************************************************************
039663*    CONTROLE DE FECHAMENTO DE COMPETENCIA: CONSULTA O CICLOCTL
039664*    E RECUSA (RC 12) UMA COMPETENCIA/MODO JA CONCLUIDA, QUE
039665*    SAIRIA COMO SEGUNDA REMESSA BANCO E COMPETENCIA DUPLICADA
039666*    NO FOLHAHIST. O REINICIO LEGITIMO POR CHECKPOINT (EXECUCAO
039667*    INTERROMPIDA, SITUACAO AINDA INICIADO) NAO E RECUSADO. EM
039668*    SEGUIDA REGISTRA O INICIO DESTE PASSO; O TERMINO E
039669*    REGISTRADO NO FECHAMENTO NORMAL.
039670******************************************************************
039671 1920-CONTROLA-CICLO.
039672     MOVE "C" TO CICLO-FUNCAO.
039673     MOVE WS-COMPETENCIA TO CICLO-COMPETENCIA.
039674     MOVE WS-MODO-FOLHA TO CICLO-MODO.
039675     MOVE "RELFUNC" TO CICLO-PASSO.
039676     CALL "CONTROLE-CICLO" USING CICLO-AREA.
039677     IF CICLO-FALHA
039678         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
039679             CICLO-MENSAGEM
039680         MOVE 12 TO RETURN-CODE
039681         STOP RUN
039682     END-IF.
039683     IF CICLO-CONCLUIDO
039684         AND NOT HOUVE-REINICIO
039685         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: COMPETENCIA "
039686             WS-COMPETENCIA " MODO " WS-MODO-ROTULO
039687             " JA CONCLUIDA - REMESSA SAIRIA EM DUPLICIDADE"
039688         MOVE 12 TO RETURN-CODE
039689         STOP RUN
039690     END-IF.
039691     MOVE "I" TO CICLO-FUNCAO.
039692     CALL "CONTROLE-CICLO" USING CICLO-AREA.
039693     IF CICLO-FALHA
039694         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
039695             CICLO-MENSAGEM
039696         MOVE 12 TO RETURN-CODE
039697         STOP RUN
039698     END-IF.
039699 1920-CONTROLA-CICLO-EXIT.
039700     EXIT.
039701
039702 2000-PROCESSA-FUNCIONARIO.
039703     PERFORM 2005-SELECIONA-PELO-MODO
039704         THRU 2005-SELECIONA-PELO-MODO-EXIT.
039705     IF REGISTRO-FORA-DO-MODO
039706         ADD 1 TO WS-CONTADOR-PULADOS
039707         PERFORM 2500-GRAVAR-CHECKPOINT
039708             THRU 2500-GRAVAR-CHECKPOINT-EXIT
039709         PERFORM 2100-LER-FUNCIONARIO
039710             THRU 2100-LER-FUNCIONARIO-EXIT
039711         GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
039712     END-IF.
039713     PERFORM 2010-VALIDA-FUNCIONARIO
039800         THRU 2010-VALIDA-FUNCIONARIO-EXIT.
039900     IF REGISTRO-INVALIDO
040000         PERFORM 2400-GRAVA-EXCECAO THRU 2400-GRAVA-EXCECAO-EXIT
040800         PERFORM 2300-IMPRIME-DETALHE
040900             THRU 2300-IMPRIME-DETALHE-EXIT
041000         PERFORM 2360-GRAVA-DEPOSITO THRU 2360-GRAVA-DEPOSITO-EXIT
041001         PERFORM 2365-GRAVA-FAVORECIDO
041002             THRU 2365-GRAVA-FAVORECIDO-EXIT
041003             VARYING WS-APLC-SUB FROM 1 BY 1
041004             UNTIL WS-APLC-SUB > APLC-QTD-ITENS
041005         PERFORM 2380-GRAVA-HISTORICO
041006             THRU 2380-GRAVA-HISTORICO-EXIT
041007         PERFORM 2080-ACUMULA-CENTRO
041008             THRU 2080-ACUMULA-CENTRO-EXIT
041009         IF WS-SDEV-COBRADO NOT = ZERO
041010             OR FOLHA-SALDO-DEVEDOR NOT = ZERO
041011             PERFORM 2390-IMPRIME-SALDO-DEVEDOR
041012                 THRU 2390-IMPRIME-SALDO-DEVEDOR-EXIT
041013         END-IF
041014         IF MODO-FOLHA-FERIAS
041015             PERFORM 2395-IMPRIME-FERIAS
041016                 THRU 2395-IMPRIME-FERIAS-EXIT
041017         END-IF
041018         PERFORM 2397-IMPRIME-DIAS THRU 2397-IMPRIME-DIAS-EXIT
041019         IF FUNC-MOEDA-DOLAR OF WS-FUNCIONARIO
041020             ADD FOLHA-SALARIO-BRUTO TO WS-TOTAL-GERAL-USD
041030         ELSE
041040             ADD FOLHA-SALARIO-BRUTO TO WS-TOTAL-GERAL-BRL
042330*    DECIDE SE O REGISTRO CORRENTE PERTENCE AO MODO DA EXECUCAO:
042340*    NA FOLHA NORMAL (E NOS MODOS 13O/FERIAS) OS DESLIGADOS SAO
042350*    PULADOS; NO MODO RESCISAO SO ENTRAM OS DESLIGADOS COM DATA
042360*    DE DESLIGAMENTO DENTRO DA COMPETENCIA DA EXECUCAO; NO MODO
042362*    FERIAS SO ENTRA QUEM TEM GOZO PROGRAMADO INICIANDO NA
042364*    COMPETENCIA (VER 2007). O REGISTRO PULADO NAO GERA LINHA,
042370*    EXCECAO NEM CREDITO, MAS E CONTADO PARA O REINICIO POR
042380*    CHECKPOINT RELOCALIZAR O PONTO DE PARADA.
042391******************************************************************
042392 2005-SELECIONA-PELO-MODO.
042393     MOVE "N" TO WS-FORA-DO-MODO.
042403             MOVE "S" TO WS-FORA-DO-MODO
042404         END-IF
042405     END-IF.
042406     IF MODO-FOLHA-FERIAS
042407         AND NOT REGISTRO-FORA-DO-MODO
042408         PERFORM 2007-CONSULTA-FERIAS
042409             THRU 2007-CONSULTA-FERIAS-EXIT
042410     END-IF.
042411 2005-SELECIONA-PELO-MODO-EXIT.
042412     EXIT.
042413
042414******************************************************************
042416*    CONSULTA A PROGRAMACAO DE FERIAS DO FUNCIONARIO NA
042418*    COMPETENCIA (DIAS DE GOZO, ABONO E DOBRO, USADOS DEPOIS NO
042420*    2050). SEM GOZO INICIANDO NA COMPETENCIA, O REGISTRO FICA
042422*    FORA DO MODO. PROGRAMACAO INCONSISTENTE ABORTA A FOLHA; A
042424*    ADMISSAO AUSENTE FICA PARA A CRITICA DO 2010 (EXCECAO).
042426******************************************************************
042428 2007-CONSULTA-FERIAS.
042430     IF FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO IS NOT NUMERIC
042432         OR FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO = ZERO
042434         GO TO 2007-CONSULTA-FERIAS-EXIT
042436     END-IF.
042438     MOVE "C" TO FERI-FUNCAO.
042440     MOVE FUNC-ID OF WS-FUNCIONARIO TO FERI-FUNC-ID.
042442     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
042444         TO FERI-DATA-ADMISSAO.
042446     MOVE WS-COMPETENCIA TO FERI-COMPETENCIA.
042448     CALL "PROGRAMACAO-FERIAS" USING FERI-AREA.
042450     IF FERI-FALHA
042452         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
042454             FERI-MENSAGEM " (FUNC-ID "
042456             FUNC-ID OF WS-FUNCIONARIO ")"
042458         MOVE 12 TO RETURN-CODE
042460         STOP RUN
042462     END-IF.
042464     IF FERI-QTD-PROGRAMACOES = ZERO
042466         MOVE "S" TO WS-FORA-DO-MODO
042468     END-IF.
042470 2007-CONSULTA-FERIAS-EXIT.
042472     EXIT.
042474
042500 2010-VALIDA-FUNCIONARIO.
042600     MOVE PARAM-SALARIO-MINIMO TO VALID-SALARIO-MINIMO.
042700     MOVE PARAM-SALARIO-MAXIMO TO VALID-SALARIO-MAXIMO.
043000     MOVE VALID-MOTIVO TO WS-EXC-MOTIVO.
045300 2010-VALIDA-FUNCIONARIO-EXIT.
045400     EXIT.
045405
045410******************************************************************
045415*    PREPARA O PAGAMENTO PROPORCIONAL DA FOLHA NORMAL: CONSULTA
045420*    OS DIAS DA COMPETENCIA EM AFASTAMENTO SEM SALARIO DA FOLHA
045425*    (ARQUIVO AFASTAMENTOS) E PEDE AO CALC-FOLHA O BRUTO DOS
045430*    DIAS TRABALHADOS, QUE TAMBEM DESCONTA OS DIAS ANTES DA
045435*    ADMISSAO. NOS DEMAIS MODOS O BRUTO NAO E PROPORCIONAL.
045440*    AFASTAMENTO INCONSISTENTE ABORTA A FOLHA.
045445******************************************************************
045450 2055-DIAS-PAGOS.
045452     MOVE "N" TO FOLHA-PROPORCIONAL.
045454     MOVE ZERO TO FOLHA-DIAS-AFASTADO.
045456     IF NOT MODO-FOLHA-NORMAL
045458         GO TO 2055-DIAS-PAGOS-EXIT
045460     END-IF.
045462     MOVE "C" TO AFAS-FUNCAO.
045464     MOVE FUNC-ID OF WS-FUNCIONARIO TO AFAS-FUNC-ID.
045466     MOVE WS-COMPETENCIA TO AFAS-COMPETENCIA.
045468     CALL "CONSULTA-AFASTAMENTO" USING AFAS-AREA.
045470     IF AFAS-FALHA
045472         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
045474             AFAS-MENSAGEM " (FUNC-ID "
045476             FUNC-ID OF WS-FUNCIONARIO ")"
045478         MOVE 12 TO RETURN-CODE
045480         STOP RUN
045482     END-IF.
045484     MOVE "S" TO FOLHA-PROPORCIONAL.
045486     MOVE AFAS-DIAS-AFASTADO TO FOLHA-DIAS-AFASTADO.
045488 2055-DIAS-PAGOS-EXIT.
045490     EXIT.
045500
045600 2400-GRAVA-EXCECAO.
045700     MOVE FUNC-ID OF WS-FUNCIONARIO TO WS-EXC-ID.
047410     MOVE WS-TOTAL-GERAL-USD TO CHECK-TOTAL-GERAL-USD.
047420     MOVE WS-TOTAL-LIQUIDO-BRL TO CHECK-TOTAL-LIQUIDO-BRL.
047430     MOVE WS-TOTAL-LIQUIDO-USD TO CHECK-TOTAL-LIQUIDO-USD.
047440     MOVE WS-CONTADOR-FAVORECIDOS TO CHECK-QTD-FAVORECIDOS.
047450     MOVE WS-TOTAL-FAVOREC-BRL TO CHECK-TOTAL-FAVOREC-BRL.
047460     MOVE WS-TOTAL-FAVOREC-USD TO CHECK-TOTAL-FAVOREC-USD.
047470     MOVE WS-TOTAL-SDEV-COBR-BRL TO CHECK-TOTAL-SDEV-COBR-BRL.
047480     MOVE WS-TOTAL-SDEV-COBR-USD TO CHECK-TOTAL-SDEV-COBR-USD.
047490     MOVE WS-TOTAL-SDEV-TRAN-BRL TO CHECK-TOTAL-SDEV-TRAN-BRL.
047500     MOVE WS-TOTAL-SDEV-TRAN-USD TO CHECK-TOTAL-SDEV-TRAN-USD.
047600     MOVE FUNC-ID OF WS-FUNCIONARIO TO CHECK-ULTIMO-ID.
047650     MOVE WS-NUM-PAGINA TO CHECK-NUM-PAGINA.
047670     MOVE WS-LINHAS-PAGINA TO CHECK-LINHAS-PAGINA.
048070 2510-SALVA-CENTRO-EXIT.
048080     EXIT.
048100
048102******************************************************************
048104*    COBRA O SALDO DEVEDOR EM ABERTO DO FUNCIONARIO COMO DESCONTO
048106*    DA EXECUCAO, SOMADO AOS DESCONTOS VARIAVEIS ANTES DO CALCULO
048108*    (E ANTES DOS CONTRATOS, QUE SO ENXERGAM O LIQUIDO QUE SOBRA).
048110*    A COBRANCA E IDEMPOTENTE POR COMPETENCIA E MODO: O REINICIO
048112*    POR CHECKPOINT E O CONTRACHEQUE RECEBEM O MESMO VALOR.
048114******************************************************************
048116 2045-COBRA-SALDO-DEVEDOR.
048118     MOVE "C" TO SDEV-FUNCAO.
048120     MOVE FUNC-ID OF WS-FUNCIONARIO TO SDEV-FUNC-ID.
048122     MOVE WS-COMPETENCIA TO SDEV-COMPETENCIA.
048124     MOVE WS-MODO-FOLHA TO SDEV-MODO.
048126     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO SDEV-MOEDA.
048128     CALL "SALDO-DEVEDOR" USING SDEV-AREA.
048130     IF SDEV-FALHA
048132         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
048134             SDEV-MENSAGEM " (FUNC-ID "
048136             FUNC-ID OF WS-FUNCIONARIO ")"
048138         MOVE 12 TO RETURN-CODE
048140         STOP RUN
048142     END-IF.
048144     MOVE SDEV-VALOR TO WS-SDEV-COBRADO.
048146     ADD WS-SDEV-COBRADO TO FOLHA-DESCONTOS-VARIAVEIS
048148         ON SIZE ERROR
048150             DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
048152                 "DESCONTOS VARIAVEIS DO FUNCIONARIO "
048154                 "EXCEDEM O LIMITE DO CAMPO"
048156             MOVE 12 TO RETURN-CODE
048158             STOP RUN
048160     END-ADD.
048162 2045-COBRA-SALDO-DEVEDOR-EXIT.
048164     EXIT.
048166
048200 2050-CALCULA-FOLHA.
048300     MOVE FUNC-SALARIO OF WS-FUNCIONARIO TO FOLHA-SALARIO-BRUTO.
048350     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO FOLHA-MOEDA.
048360     MOVE PARAM-TAXA-CAMBIO TO FOLHA-TAXA-CAMBIO.
048370     MOVE PARAM-FAIXAS TO FOLHA-FAIXAS-DESCONTO.
048371     MOVE PARAM-FAIXAS-IRRF TO FOLHA-TABELA-IRRF.
048372     MOVE PARAM-DEDUCAO-DEPENDENTE TO FOLHA-DEDUCAO-DEPENDENTE.
048373     MOVE FUNC-ID OF WS-FUNCIONARIO TO DEPC-FUNC-ID.
048374     CALL "CONTA-DEPENDENTES" USING DEPC-AREA.
048375     MOVE DEPC-QTD-DEPENDENTES TO FOLHA-QTD-DEPENDENTES.
048380     MOVE WS-MODO-FOLHA TO FOLHA-MODO.
048381     MOVE ZERO TO FOLHA-DIAS-FERIAS.
048382     MOVE ZERO TO FOLHA-DIAS-ABONO.
048383     MOVE ZERO TO FOLHA-DIAS-DOBRO.
048384     IF MODO-FOLHA-FERIAS
048385         MOVE FERI-DIAS-GOZO TO FOLHA-DIAS-FERIAS
048386         MOVE FERI-DIAS-ABONO TO FOLHA-DIAS-ABONO
048387         MOVE FERI-DIAS-DOBRO TO FOLHA-DIAS-DOBRO
048388     END-IF.
048389     PERFORM 2055-DIAS-PAGOS THRU 2055-DIAS-PAGOS-EXIT.
048390     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO
048391         TO FOLHA-DATA-ADMISSAO.
048392     MOVE WS-COMPETENCIA TO FOLHA-COMPETENCIA.
048397     PERFORM 2060-SOMA-MOVIMENTO THRU 2060-SOMA-MOVIMENTO-EXIT
048398         VARYING WS-MOV-SUB FROM 1 BY 1
048399         UNTIL WS-MOV-SUB > WS-QTD-MOVIMENTO.
048400     MOVE ZERO TO WS-SDEV-COBRADO.
048401     IF MODO-FOLHA-NORMAL OR MODO-FOLHA-RESCISAO
048402         PERFORM 2045-COBRA-SALDO-DEVEDOR
048403             THRU 2045-COBRA-SALDO-DEVEDOR-EXIT
048404     END-IF.
048405     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
048410     MOVE ZERO TO APLC-QTD-ITENS.
048420     MOVE ZERO TO APLC-TOTAL-DESCONTO.
048430     IF MODO-FOLHA-NORMAL
048440         PERFORM 2090-APLICA-CONTRATOS
048450             THRU 2090-APLICA-CONTRATOS-EXIT
048460     END-IF.
048470     IF MODO-FOLHA-NORMAL OR MODO-FOLHA-RESCISAO
048480         PERFORM 2095-REGISTRA-SALDO-DEVEDOR
048490             THRU 2095-REGISTRA-SALDO-DEVEDOR-EXIT
048495     END-IF.
048500 2050-CALCULA-FOLHA-EXIT.
048600     EXIT.
048601
048689 2085-PROCURA-CENTRO-EXIT.
048690     EXIT.
048691
048692******************************************************************
048693*    APLICA OS CONTRATOS DE CONSIGNADO E PENSAO DO FUNCIONARIO
048694*    SOBRE O LIQUIDO JA CALCULADO E, SE HOUVER DESCONTO, REFAZ O
048695*    CALCULO COM O TOTAL DOS CONTRATOS SOMADO AOS DESCONTOS
048696*    VARIAVEIS (O CALC-FOLHA RECOMPOE O BRUTO A PARTIR DO
048697*    SALARIO DO MESTRE, POR ISSO O BRUTO E RECARREGADO).
048698******************************************************************
048699 2090-APLICA-CONTRATOS.
048701     MOVE "A" TO APLC-FUNCAO.
048702     MOVE FUNC-ID OF WS-FUNCIONARIO TO APLC-FUNC-ID.
048703     MOVE WS-COMPETENCIA TO APLC-COMPETENCIA.
048704     MOVE FOLHA-SALARIO-LIQUIDO TO APLC-LIQUIDO.
048705     MOVE PARAM-PERC-MARGEM TO APLC-PERC-MARGEM.
048706     CALL "APLICA-CONTRATOS" USING APLC-AREA.
048707     IF APLC-FALHA
048708         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
048709             APLC-MENSAGEM " (FUNC-ID "
048710             FUNC-ID OF WS-FUNCIONARIO ")"
048711         MOVE 12 TO RETURN-CODE
048712         STOP RUN
048713     END-IF.
048714     IF APLC-TOTAL-DESCONTO = ZERO
048715         GO TO 2090-APLICA-CONTRATOS-EXIT
048716     END-IF.
048717     ADD APLC-TOTAL-DESCONTO TO FOLHA-DESCONTOS-VARIAVEIS
048718         ON SIZE ERROR
048719             DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
048720                 "DESCONTOS VARIAVEIS DO FUNCIONARIO "
048721                 "EXCEDEM O LIMITE DO CAMPO"
048722             MOVE 12 TO RETURN-CODE
048723             STOP RUN
048724     END-ADD.
048725     MOVE FUNC-SALARIO OF WS-FUNCIONARIO TO FOLHA-SALARIO-BRUTO.
048726     CALL "CALC-FOLHA" USING FOLHA-CALCULO.
048727 2090-APLICA-CONTRATOS-EXIT.
048728     EXIT.
048729
048763******************************************************************
048764*    REGISTRA O EXCEDENTE DOS DESCONTOS SOBRE O BRUTO DEVOLVIDO
048765*    PELO CALC-FOLHA (ZERO QUANDO O BRUTO COBRIU TUDO) COMO O
048766*    NOVO SALDO DEVEDOR DO FUNCIONARIO, A COBRAR NA COMPETENCIA
048767*    SEGUINTE.
048768******************************************************************
048769 2095-REGISTRA-SALDO-DEVEDOR.
048770     MOVE "R" TO SDEV-FUNCAO.
048771     MOVE FUNC-ID OF WS-FUNCIONARIO TO SDEV-FUNC-ID.
048772     MOVE WS-COMPETENCIA TO SDEV-COMPETENCIA.
048773     MOVE WS-MODO-FOLHA TO SDEV-MODO.
048774     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO SDEV-MOEDA.
048775     MOVE FOLHA-SALDO-DEVEDOR TO SDEV-VALOR.
048776     CALL "SALDO-DEVEDOR" USING SDEV-AREA.
048777     IF SDEV-FALHA
048778         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
048779             SDEV-MENSAGEM " (FUNC-ID "
048780             FUNC-ID OF WS-FUNCIONARIO ")"
048781         MOVE 12 TO RETURN-CODE
048782         STOP RUN
048783     END-IF.
048784 2095-REGISTRA-SALDO-DEVEDOR-EXIT.
048785     EXIT.
048786
048800 2100-LER-FUNCIONARIO.
048900     READ FUNCIONARIOS-ORDENADO INTO WS-FUNCIONARIO
049000         AT END
051200     MOVE FOLHA-SALARIO-BRUTO TO WS-VALOR-A-FORMATAR.
051300     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
051400     MOVE WS-VALOR-FORMATADO TO WS-DET-SALARIO.
051410     MOVE FOLHA-DESCONTO-INSS TO WS-VALOR-A-FORMATAR.
051420     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
051430     MOVE WS-VALOR-FORMATADO TO WS-DET-INSS.
051440     MOVE FOLHA-DESCONTO-IRRF TO WS-VALOR-A-FORMATAR.
051450     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
051460     MOVE WS-VALOR-FORMATADO TO WS-DET-IRRF.
051500     COMPUTE WS-VALOR-A-FORMATAR = FOLHA-SALARIO-DESCONTO
051510         - FOLHA-DESCONTO-INSS - FOLHA-DESCONTO-IRRF.
051600     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
051700     MOVE WS-VALOR-FORMATADO TO WS-DET-DESCONTO.
051800     MOVE FOLHA-SALARIO-LIQUIDO TO WS-VALOR-A-FORMATAR.
053850     END-IF.
054000 2360-GRAVA-DEPOSITO-EXIT.
054100     EXIT.
054101
054102******************************************************************
054103*    PARA CADA CONTRATO APLICADO AO FUNCIONARIO CORRENTE: GRAVA O
054104*    CREDITO AO FAVORECIDO (TIPO "1", COM O FUNC-ID DO
054105*    FUNCIONARIO DESCONTADO, O NOME E OS DADOS BANCARIOS DO
054106*    FAVORECIDO E A MOEDA DO FUNCIONARIO) QUANDO HOUVE DESCONTO,
054107*    E A LINHA DO RELCONTR QUANDO O CONTRATO FOI ENCERRADO, NAO
054108*    COUBE NA MARGEM OU A PENSAO SAIU SO EM PARTE.
054109******************************************************************
054110 2365-GRAVA-FAVORECIDO.
054111     IF APLC-VALOR(WS-APLC-SUB) NOT = ZERO
054112         MOVE SPACE TO CNAB-REGISTRO
054113         MOVE "1" TO CNAB-TIPO-REGISTRO
054114         MOVE FUNC-ID OF WS-FUNCIONARIO TO CNAB-DET-FUNC-ID
054115         MOVE APLC-FAV-NOME(WS-APLC-SUB) TO CNAB-DET-FUNC-NOME
054116         COMPUTE CNAB-DET-VALOR-LIQUIDO =
054117             APLC-VALOR(WS-APLC-SUB) * 100
054118         MOVE APLC-FAV-BANCO(WS-APLC-SUB) TO CNAB-DET-BANCO
054119         MOVE APLC-FAV-AGENCIA(WS-APLC-SUB) TO CNAB-DET-AGENCIA
054120         MOVE APLC-FAV-CONTA(WS-APLC-SUB) TO CNAB-DET-CONTA
054121         MOVE APLC-FAV-CONTA-DIGITO(WS-APLC-SUB)
054122             TO CNAB-DET-CONTA-DIGITO
054123         MOVE APLC-FAV-CPF(WS-APLC-SUB) TO CNAB-DET-CPF
054124         MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO CNAB-DET-MOEDA
054125         WRITE CNAB-REGISTRO
054126         ADD 1 TO WS-CONTADOR-FAVORECIDOS
054127         IF FOLHA-MOEDA-DOLAR
054128             ADD APLC-VALOR(WS-APLC-SUB) TO WS-TOTAL-FAVOREC-USD
054129         ELSE
054130             ADD APLC-VALOR(WS-APLC-SUB) TO WS-TOTAL-FAVOREC-BRL
054131         END-IF
054132     END-IF.
054133     IF APLC-DESCONTADO(WS-APLC-SUB)
054134         GO TO 2365-GRAVA-FAVORECIDO-EXIT
054135     END-IF.
054136     MOVE FUNC-ID OF WS-FUNCIONARIO TO WS-RCT-ID.
054137     MOVE APLC-NUMERO(WS-APLC-SUB) TO WS-RCT-NUMERO.
054138     IF APLC-TIPO-PENSAO(WS-APLC-SUB)
054139         MOVE "PENSAO" TO WS-RCT-TIPO
054140     ELSE
054141         MOVE "CONSIGNADO" TO WS-RCT-TIPO
054142     END-IF.
054143     MOVE APLC-DESCRICAO(WS-APLC-SUB) TO WS-RCT-DESCRICAO.
054144     MOVE APLC-PARCELA(WS-APLC-SUB) TO WS-RCT-PARCELA.
054145     MOVE APLC-QTD-PARCELAS(WS-APLC-SUB) TO WS-RCT-QTD-PARCELAS.
054146     IF FUNC-MOEDA-DOLAR OF WS-FUNCIONARIO
054147         MOVE "US$" TO WS-RCT-MOEDA
054148     ELSE
054149         MOVE "R$" TO WS-RCT-MOEDA
054150     END-IF.
054151     MOVE APLC-VALOR-DEVIDO(WS-APLC-SUB) TO WS-RCT-DEVIDO.
054152     MOVE APLC-VALOR(WS-APLC-SUB) TO WS-RCT-DESCONTADO.
054153     EVALUATE TRUE
054154         WHEN APLC-ENCERRADO(WS-APLC-SUB)
054155             MOVE "CONTRATO ENCERRADO (ULTIMA PARCELA PAGA)"
054156                 TO WS-RCT-OCORRENCIA
054157         WHEN APLC-FORA-DA-MARGEM(WS-APLC-SUB)
054158             MOVE "NAO COUBE NA MARGEM CONSIGNAVEL"
054159                 TO WS-RCT-OCORRENCIA
054160         WHEN OTHER
054161             MOVE "PENSAO LIMITADA AO LIQUIDO DO MES"
054162                 TO WS-RCT-OCORRENCIA
054163     END-EVALUATE.
054164     WRITE RELCONTR-LINHA FROM WS-RCT-DETALHE.
054165 2365-GRAVA-FAVORECIDO-EXIT.
054166     EXIT.
054167
054168******************************************************************
054169*    GRAVA O REGISTRO DE HISTORICO MENSAL DO FUNCIONARIO CORRENTE
054170*    NO ARQUIVO CUMULATIVO FOLHAHIST, COM A COMPETENCIA DA
054171*    EXECUCAO E OS VALORES JA CALCULADOS POR CALC-FOLHA. GRAVADO
054172*    EM SINCRONIA COM O CHECKPOINT, COMO OS DEMAIS ARQUIVOS DE
054173*    SAIDA, PARA QUE UM REINICIO NAO DUPLIQUE REGISTROS.
054180******************************************************************
054190 2380-GRAVA-HISTORICO.
054191     MOVE SPACE TO HIST-REGISTRO.
054195     MOVE FOLHA-SALARIO-BRUTO TO HIST-SALARIO-BRUTO.
054196     MOVE FOLHA-SALARIO-DESCONTO TO HIST-SALARIO-DESCONTO.
054197     MOVE FOLHA-SALARIO-LIQUIDO TO HIST-SALARIO-LIQUIDO.
054198     MOVE FOLHA-DESCONTO-INSS TO HIST-DESCONTO-INSS.
054199     MOVE FOLHA-DESCONTO-IRRF TO HIST-DESCONTO-IRRF.
054200     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO HIST-MOEDA.
054201     MOVE WS-MODO-FOLHA TO HIST-MODO.
054202     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO
054203         TO HIST-CENTRO-CUSTO.
054204     WRITE HIST-REGISTRO.
054205 2380-GRAVA-HISTORICO-EXIT.
054206     EXIT.
054207
054208******************************************************************
054209*    LINHA DE SALDO DEVEDOR DO FUNCIONARIO CORRENTE, LOGO ABAIXO
054210*    DO DETALHE: SALDO ANTERIOR COBRADO NA EXECUCAO E NOVO SALDO
054211*    TRANSPORTADO PARA A COMPETENCIA SEGUINTE, ACUMULADOS POR
054212*    MOEDA PARA OS TOTAIS DO FECHAMENTO.
054213******************************************************************
054214 2390-IMPRIME-SALDO-DEVEDOR.
054215     MOVE WS-SDEV-COBRADO TO WS-VALOR-A-FORMATAR.
054216     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
054217     MOVE WS-VALOR-FORMATADO TO WS-SDV-COBRADO.
054218     MOVE FOLHA-SALDO-DEVEDOR TO WS-VALOR-A-FORMATAR.
054219     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
054220     MOVE WS-VALOR-FORMATADO TO WS-SDV-TRANSPORTADO.
054221     WRITE RELATORIO-LINHA FROM WS-LINHA-SALDO-DEV.
054222     ADD 1 TO WS-LINHAS-PAGINA.
054223     IF FUNC-MOEDA-DOLAR OF WS-FUNCIONARIO
054224         ADD WS-SDEV-COBRADO TO WS-TOTAL-SDEV-COBR-USD
054225         ADD FOLHA-SALDO-DEVEDOR TO WS-TOTAL-SDEV-TRAN-USD
054226     ELSE
054227         ADD WS-SDEV-COBRADO TO WS-TOTAL-SDEV-COBR-BRL
054228         ADD FOLHA-SALDO-DEVEDOR TO WS-TOTAL-SDEV-TRAN-BRL
054229     END-IF.
054230 2390-IMPRIME-SALDO-DEVEDOR-EXIT.
054231     EXIT.
054232
054233******************************************************************
054234*    LINHA DE FERIAS DO FUNCIONARIO CORRENTE, LOGO ABAIXO DO
054235*    DETALHE, COM OS DIAS DA PROGRAMACAO E O VALOR DO ABONO.
054236******************************************************************
054237 2395-IMPRIME-FERIAS.
054238     MOVE FERI-DATA-INICIO TO WS-LFE-INICIO.
054239     MOVE FERI-DIAS-GOZO TO WS-LFE-GOZO.
054240     MOVE FERI-DIAS-DOBRO TO WS-LFE-DOBRO.
054241     MOVE FERI-DIAS-ABONO TO WS-LFE-ABONO.
054242     MOVE FOLHA-VALOR-ABONO TO WS-VALOR-A-FORMATAR.
054243     PERFORM 2350-FORMATA-MOEDA THRU 2350-FORMATA-MOEDA-EXIT.
054244     MOVE WS-VALOR-FORMATADO TO WS-LFE-VALOR-ABONO.
054245     WRITE RELATORIO-LINHA FROM WS-LINHA-FERIAS.
054246     ADD 1 TO WS-LINHAS-PAGINA.
054247 2395-IMPRIME-FERIAS-EXIT.
054248     EXIT.
054250
054252******************************************************************
054254*    LINHA DE DIAS PAGOS DO FUNCIONARIO CORRENTE, LOGO ABAIXO DO
054256*    DETALHE, SO NA FOLHA NORMAL QUANDO O MES NAO FOI PAGO
054258*    INTEIRO (ADMISSAO NA COMPETENCIA OU AFASTAMENTO).
054260******************************************************************
054262 2397-IMPRIME-DIAS.
054264     IF NOT MODO-FOLHA-NORMAL
054266         OR FOLHA-DIAS-PAGOS NOT < 30
054268         GO TO 2397-IMPRIME-DIAS-EXIT
054270     END-IF.
054272     MOVE FOLHA-DIAS-PAGOS TO WS-LDP-DIAS.
054274     MOVE FUNC-DATA-ADMISSAO OF WS-FUNCIONARIO TO WS-LDP-ADMISSAO.
054276     MOVE FOLHA-DIAS-AFASTADO TO WS-LDP-AFASTADO.
054278     WRITE RELATORIO-LINHA FROM WS-LINHA-DIAS-PAGOS.
054280     ADD 1 TO WS-LINHAS-PAGINA.
054282 2397-IMPRIME-DIAS-EXIT.
054284     EXIT.
054286
054300******************************************************************
054400*    FORMATA UM VALOR MONETARIO (WS-VALOR-A-FORMATAR) CONFORME A
054500*    MOEDA DO FUNCIONARIO CORRENTE (FUNC-MOEDA), DEVOLVENDO O
058193     EXIT.

058200 9000-FINALIZAR.
058201     MOVE "G" TO APLC-FUNCAO.
058202     CALL "APLICA-CONTRATOS" USING APLC-AREA.
058203     IF APLC-FALHA
058204         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
058205             APLC-MENSAGEM
058206         MOVE 12 TO RETURN-CODE
058207         STOP RUN
058208     END-IF.
058209     MOVE "G" TO SDEV-FUNCAO.
058210     MOVE WS-COMPETENCIA TO SDEV-COMPETENCIA.
058211     CALL "SALDO-DEVEDOR" USING SDEV-AREA.
058212     IF SDEV-FALHA
058213         DISPLAY "RELATORIO-FUNCIONARIO ABORTADO: "
058214             SDEV-MENSAGEM
058215         MOVE 12 TO RETURN-CODE
058216         STOP RUN
058217     END-IF.
058218     PERFORM 9300-SUBTOTAIS-CENTRO
058220         THRU 9300-SUBTOTAIS-CENTRO-EXIT.
058300     MOVE WS-TOTAL-GERAL-BRL TO WS-TOTAL-EDITADO.
058400     MOVE WS-TOTAL-FORMATADO TO WS-TOT-SALARIO.
058554     COMPUTE WS-LIQUIDO-CONSOLIDADO ROUNDED =
058555         WS-TOTAL-LIQUIDO-BRL
058556         + WS-TOTAL-LIQUIDO-USD * PARAM-TAXA-CAMBIO.
058559     COMPUTE WS-FAVOREC-CONSOLIDADO ROUNDED =
058562         WS-TOTAL-FAVOREC-BRL
058565         + WS-TOTAL-FAVOREC-USD * PARAM-TAXA-CAMBIO.
058568     MOVE WS-TOTAL-CONSOLIDADO TO WS-TOTAL-EDITADO.
058571     MOVE WS-TOTAL-FORMATADO TO WS-TOT-CONSOLIDADO.
058574     MOVE PARAM-TAXA-CAMBIO TO WS-TOT-TAXA.
058577     MOVE PARAM-TAXA-DATA TO WS-TOT-TAXA-DATA.
058580     WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL-CONSOL.
058583     PERFORM 9500-TOTAIS-SALDO-DEVEDOR
058586         THRU 9500-TOTAIS-SALDO-DEVEDOR-EXIT.
058600     MOVE SPACE TO CNAB-REGISTRO.
058700     MOVE "9" TO CNAB-TRL-TIPO-REGISTRO.
058800     ADD WS-CONTADOR-FUNCIONARIOS WS-CONTADOR-FAVORECIDOS
058801         GIVING CNAB-TRL-QTD-REGISTROS.
058810     COMPUTE CNAB-TRL-VALOR-TOTAL-BRL =
058820         (WS-TOTAL-LIQUIDO-BRL + WS-TOTAL-FAVOREC-BRL) * 100.
058830     COMPUTE CNAB-TRL-VALOR-TOTAL-USD =
058840         (WS-TOTAL-LIQUIDO-USD + WS-TOTAL-FAVOREC-USD) * 100.
058850     COMPUTE CNAB-TRL-VALOR-CONSOLIDADO ROUNDED =
058860         (WS-LIQUIDO-CONSOLIDADO + WS-FAVOREC-CONSOLIDADO) * 100.
059000     WRITE CNAB-REGISTRO.
059010     PERFORM 9200-CRITICA-MOVIMENTO
059020         THRU 9200-CRITICA-MOVIMENTO-EXIT.
059400     CLOSE RELATORIO.
059500     CLOSE EXCECOES.
059600     CLOSE ARQUIVO-BANCO.
059605     CLOSE RELATORIO-CONTRATOS.
059610     CLOSE FOLHA-HISTORICO.
059620     CLOSE SUSPENSE.
059700     OPEN OUTPUT CHECKPOINT.
062840*    GRAVA O ARQUIVO DE LANCAMENTOS CONTABEIS DA EXECUCAO: UM
062850*    DEBITO DE DESPESA SALARIAL POR CENTRO DE CUSTO (BRUTO DO
062860*    CENTRO CONSOLIDADO EM REAIS), O CREDITO DE SALARIOS A PAGAR
062870*    (O LIQUIDO CONSOLIDADO DOS FUNCIONARIOS NA REMESSA), O DE
062875*    CONSIGNADOS E PENSOES A PAGAR (CREDITOS AOS FAVORECIDOS NA
062876*    REMESSA) E O CREDITO DE DESCONTOS A RECOLHER (DEBITOS -
062880*    LIQUIDO - FAVORECIDOS), DE
062890*    MODO QUE DEBITOS = CREDITOS E O LANCAMENTO BATE COM A
062900*    REMESSA SEM DIGITACAO DE RATEIO.
062910******************************************************************
063010         MOVE "SALARIOS A PAGAR" TO LANC-CONTA
063020         MOVE WS-LIQUIDO-CONSOLIDADO TO LANC-VALOR
063030         WRITE LANC-REGISTRO
063031         IF WS-FAVOREC-CONSOLIDADO NOT = ZERO
063032             MOVE SPACE TO LANC-REGISTRO
063033             MOVE WS-COMPETENCIA TO LANC-COMPETENCIA
063034             MOVE "C" TO LANC-TIPO
063035             MOVE "CONSIGNADOS E PENSOES A PAGAR" TO LANC-CONTA
063036             MOVE WS-FAVOREC-CONSOLIDADO TO LANC-VALOR
063037             WRITE LANC-REGISTRO
063038         END-IF
063040         MOVE SPACE TO LANC-REGISTRO
063050         MOVE WS-COMPETENCIA TO LANC-COMPETENCIA
063060         MOVE "C" TO LANC-TIPO
063070         MOVE "DESCONTOS A RECOLHER" TO LANC-CONTA
063080         COMPUTE LANC-VALOR =
063090             WS-TOTAL-DEBITOS - WS-LIQUIDO-CONSOLIDADO
063091             - WS-FAVOREC-CONSOLIDADO
063100         WRITE LANC-REGISTRO
063110     END-IF.
063120     CLOSE LANCAMENTOS.
063230     WRITE LANC-REGISTRO.
063240 9450-LANCA-DEBITO-EXIT.
063250     EXIT.
063255
063260******************************************************************
063270*    TOTAIS DE SALDO DEVEDOR DA EXECUCAO (SALDO ANTERIOR COBRADO E
063280*    NOVO SALDO TRANSPORTADO), CONSOLIDADOS EM REAIS PELA TAXA DO
063290*    DIA. SO SAEM QUANDO HOUVE SALDO NA EXECUCAO.
063300******************************************************************
063310 9500-TOTAIS-SALDO-DEVEDOR.
063320     COMPUTE WS-SDEV-COBR-CONSOLIDADO ROUNDED =
063330         WS-TOTAL-SDEV-COBR-BRL
063340         + WS-TOTAL-SDEV-COBR-USD * PARAM-TAXA-CAMBIO.
063350     COMPUTE WS-SDEV-TRAN-CONSOLIDADO ROUNDED =
063360         WS-TOTAL-SDEV-TRAN-BRL
063370         + WS-TOTAL-SDEV-TRAN-USD * PARAM-TAXA-CAMBIO.
063380     IF WS-SDEV-COBR-CONSOLIDADO NOT = ZERO
063390         MOVE "SALDO COBRADO R$: " TO WS-TOT-SDEV-ROTULO
063400         MOVE WS-SDEV-COBR-CONSOLIDADO TO WS-TOTAL-EDITADO
063410         MOVE WS-TOTAL-FORMATADO TO WS-TOT-SDEV-VALOR
063420         WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL-SDEV
063430     END-IF.
063440     IF WS-SDEV-TRAN-CONSOLIDADO NOT = ZERO
063450         MOVE "SALDO TRANSP. R$: " TO WS-TOT-SDEV-ROTULO
063460         MOVE WS-SDEV-TRAN-CONSOLIDADO TO WS-TOTAL-EDITADO
063470         MOVE WS-TOTAL-FORMATADO TO WS-TOT-SDEV-VALOR
063480         WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL-SDEV
063490     END-IF.
063500 9500-TOTAIS-SALDO-DEVEDOR-EXIT.
063510     EXIT.
