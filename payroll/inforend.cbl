002700*    HISTORICO DE ALTERACOES
002800*    DATA       AUTOR   DESCRICAO
002900*    02/09/2026 DF      VERSAO INICIAL DO PROGRAMA.
002910*    14/10/2026 DF      O INFORME PASSA A DESTACAR O INSS E O
002920*                       IRRF RETIDOS NO ANO (COMPETENCIAS NORMAIS
002930*                       E 13O SEPARADAMENTE), LIDOS DOS CAMPOS
002940*                       NOVOS DO FOLHAHIST, E A CONFERENCIA GANHA
002950*                       AS COLUNAS DE INSS E IRRF DO ANO (NOME
002960*                       ENCURTADO PARA CABER NAS 132 COLUNAS).
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
012600     05  WS-ACU-BRUTO-13O        PIC 9(7)V99 VALUE ZERO.
012700     05  WS-ACU-DESCONTO-13O     PIC 9(7)V99 VALUE ZERO.
012800     05  WS-ACU-LIQUIDO-13O      PIC 9(7)V99 VALUE ZERO.
012810     05  WS-ACU-INSS             PIC 9(7)V99 VALUE ZERO.
012820     05  WS-ACU-IRRF             PIC 9(7)V99 VALUE ZERO.
012830     05  WS-ACU-INSS-13O         PIC 9(7)V99 VALUE ZERO.
012840     05  WS-ACU-IRRF-13O         PIC 9(7)V99 VALUE ZERO.
012850     05  WS-ACU-INSS-ANUAL       PIC 9(7)V99 VALUE ZERO.
012860     05  WS-ACU-IRRF-ANUAL       PIC 9(7)V99 VALUE ZERO.
012900     05  WS-ACU-LIQUIDO-ANUAL    PIC 9(7)V99 VALUE ZERO.
013000     05  WS-ACU-MOEDA            PIC X(01) VALUE "R".
013100     05  WS-ACU-CARGO            PIC X(40) VALUE SPACE.
017900 01  WS-CONF-CABECALHO.
018000     05  FILLER                  PIC X(04) VALUE "ID".
018100     05  FILLER                  PIC X(01) VALUE SPACE.
018200     05  FILLER                  PIC X(37) VALUE "NOME".
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  FILLER                  PIC X(17) VALUE "RENDIMENTOS".
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  FILLER                  PIC X(17) VALUE "13O SALARIO".
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  FILLER                  PIC X(17) VALUE "LIQUIDO ANUAL".
018810     05  FILLER                  PIC X(01) VALUE SPACE.
018820     05  FILLER                  PIC X(17) VALUE "INSS ANUAL".
018830     05  FILLER                  PIC X(01) VALUE SPACE.
018840     05  FILLER                  PIC X(17) VALUE "IRRF ANUAL".
019000
019100 01  WS-LINHA-CONFERENCIA.
019200     05  WS-CONF-ID              PIC Z(3)9.
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  WS-CONF-NOME            PIC X(37).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  WS-CONF-RENDIMENTOS     PIC X(17).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  WS-CONF-13O             PIC X(17).
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  WS-CONF-LIQUIDO         PIC X(17).
020010     05  FILLER                  PIC X(01) VALUE SPACE.
020020     05  WS-CONF-INSS            PIC X(17).
020030     05  FILLER                  PIC X(01) VALUE SPACE.
020040     05  WS-CONF-IRRF            PIC X(17).
020200
020300 01  WS-LINHA-TOTAL-GERAL.
020400     05  WS-TOT-ROTULO           PIC X(28).
029400     MOVE ZERO TO WS-ACU-BRUTO-13O.
029500     MOVE ZERO TO WS-ACU-DESCONTO-13O.
029600     MOVE ZERO TO WS-ACU-LIQUIDO-13O.
029610     MOVE ZERO TO WS-ACU-INSS.
029620     MOVE ZERO TO WS-ACU-IRRF.
029630     MOVE ZERO TO WS-ACU-INSS-13O.
029640     MOVE ZERO TO WS-ACU-IRRF-13O.
029700     MOVE "R" TO WS-ACU-MOEDA.
029800     MOVE SPACE TO WS-ACU-CARGO.
029900     MOVE "N" TO WS-TEM-ANO.
033300             TO WS-ACU-DESCONTO-13O
033400         ADD HIST-SALARIO-LIQUIDO OF WS-HIST-ENTRADA
033500             TO WS-ACU-LIQUIDO-13O
033510         ADD HIST-DESCONTO-INSS OF WS-HIST-ENTRADA
033520             TO WS-ACU-INSS-13O
033530         ADD HIST-DESCONTO-IRRF OF WS-HIST-ENTRADA
033540             TO WS-ACU-IRRF-13O
033600     ELSE
033700         ADD HIST-SALARIO-BRUTO OF WS-HIST-ENTRADA
033800             TO WS-ACU-BRUTO
034000             TO WS-ACU-DESCONTO
034100         ADD HIST-SALARIO-LIQUIDO OF WS-HIST-ENTRADA
034200             TO WS-ACU-LIQUIDO
034210         ADD HIST-DESCONTO-INSS OF WS-HIST-ENTRADA
034220             TO WS-ACU-INSS
034230         ADD HIST-DESCONTO-IRRF OF WS-HIST-ENTRADA
034240             TO WS-ACU-IRRF
034300     END-IF.
034400     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
034500 2200-ACUMULA-REGISTRO-EXIT.
035400 2300-EMITE-INFORME.
035500     COMPUTE WS-ACU-LIQUIDO-ANUAL =
035600         WS-ACU-LIQUIDO + WS-ACU-LIQUIDO-13O.
035610     COMPUTE WS-ACU-INSS-ANUAL = WS-ACU-INSS + WS-ACU-INSS-13O.
035620     COMPUTE WS-ACU-IRRF-ANUAL = WS-ACU-IRRF + WS-ACU-IRRF-13O.
035700     IF WS-ACU-MOEDA = "U"
035800         ADD WS-ACU-LIQUIDO-ANUAL TO WS-TOT-LIQUIDO-USD
035900     ELSE
038200     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
038300     MOVE MOEDA-VALOR-FORMATADO TO WS-INF-VALOR.
038400     WRITE INFORME-LINHA FROM WS-INF-VALOR-LINHA.
038410     MOVE " INSS RETIDO....: " TO WS-INF-ROTULO.
038420     MOVE WS-ACU-INSS TO MOEDA-VALOR.
038430     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
038440     MOVE MOEDA-VALOR-FORMATADO TO WS-INF-VALOR.
038450     WRITE INFORME-LINHA FROM WS-INF-VALOR-LINHA.
038460     MOVE " IRRF RETIDO....: " TO WS-INF-ROTULO.
038470     MOVE WS-ACU-IRRF TO MOEDA-VALOR.
038480     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
038490     MOVE MOEDA-VALOR-FORMATADO TO WS-INF-VALOR.
038495     WRITE INFORME-LINHA FROM WS-INF-VALOR-LINHA.
038500     MOVE " DESCONTOS......: " TO WS-INF-ROTULO.
038600     MOVE WS-ACU-DESCONTO TO MOEDA-VALOR.
038700     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
038800     MOVE MOEDA-VALOR-FORMATADO TO WS-INF-VALOR.
038900     WRITE INFORME-LINHA FROM WS-INF-VALOR-LINHA.
038910     MOVE " INSS 13O.......: " TO WS-INF-ROTULO.
038920     MOVE WS-ACU-INSS-13O TO MOEDA-VALOR.
038930     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
038940     MOVE MOEDA-VALOR-FORMATADO TO WS-INF-VALOR.
038950     WRITE INFORME-LINHA FROM WS-INF-VALOR-LINHA.
038960     MOVE " IRRF 13O.......: " TO WS-INF-ROTULO.
038970     MOVE WS-ACU-IRRF-13O TO MOEDA-VALOR.
038980     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
038990     MOVE MOEDA-VALOR-FORMATADO TO WS-INF-VALOR.
038995     WRITE INFORME-LINHA FROM WS-INF-VALOR-LINHA.
039000     MOVE " DESCONTOS 13O..: " TO WS-INF-ROTULO.
039100     MOVE WS-ACU-DESCONTO-13O TO MOEDA-VALOR.
039200     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
044300     MOVE WS-ACU-LIQUIDO-ANUAL TO MOEDA-VALOR.
044400     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
044500     MOVE MOEDA-VALOR-FORMATADO TO WS-CONF-LIQUIDO.
044510     MOVE WS-ACU-INSS-ANUAL TO MOEDA-VALOR.
044520     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
044530     MOVE MOEDA-VALOR-FORMATADO TO WS-CONF-INSS.
044540     MOVE WS-ACU-IRRF-ANUAL TO MOEDA-VALOR.
044550     PERFORM 2350-FORMATA-VALOR THRU 2350-FORMATA-VALOR-EXIT.
044560     MOVE MOEDA-VALOR-FORMATADO TO WS-CONF-IRRF.
044600     WRITE CONFERENCIA-LINHA FROM WS-LINHA-CONFERENCIA.
044700 2400-GRAVA-CONFERENCIA-EXIT.
044800     EXIT.
