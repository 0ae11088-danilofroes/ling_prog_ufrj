002500*                    FUNCIONARIO E COMPETENCIA) E EMITE O
002600*                    RELATORIO PROVREL COM DETALHE POR
002700*                    FUNCIONARIO, SUBTOTAL POR CARGO E TOTAL
002800*                    GERAL, SEPARANDO 13O E FERIAS. DESLIGADOS,
002900*                    REGISTROS INVALIDOS (MESMA VALIDACAO DA
003000*                    FOLHA) E MESES DE LICENCA SEM VENCIMENTO
003010*                    (ARQUIVO AFASTAMENTOS) NAO SAO PROVISIONADOS
003100*                    E SAEM NA CONTAGEM DO RESUMO.
003200*------------------------------------------------------------
003300*    HISTORICO DE ALTERACOES
003400*    DATA       AUTOR   DESCRICAO
003500*    02/09/2026 DF      VERSAO INICIAL DO PROGRAMA.
003510*    15/10/2026 DF      O AFASTADO DEIXA DE SER EXCLUIDO DE
003520*                       SAIDA: A PROVISAO USA OS MESMOS PERIODOS
003530*                       DE AFASTAMENTO DA FOLHA (ARQUIVO
003540*                       AFASTAMENTOS, VIA CONSULTA-AFASTAMENTO) E
003550*                       SO DEIXA DE PROVISIONAR O MES EM QUE A
003560*                       LICENCA SEM VENCIMENTO TOMA MAIS DE 15
003570*                       DIAS (MENOS DE 15 DIAS TRABALHADOS NAO
003580*                       FORMAM AVO). DOENCA E MATERNIDADE
003590*                       CONTINUAM PROVISIONADAS. AFASTAMENTO
003595*                       INCONSISTENTE ABORTA A PROVISAO.
003596*    15/10/2026 DF      GRAVA NA PROVISAO O CENTRO DE CUSTO DO
003597*                       FUNCIONARIO NA COMPETENCIA.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
009700
009800     COPY PARAMREC.
009900
009910     COPY AFASREC.
009920
010000 01  WS-SWITCHES.
010100     05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
010200         88  FIM-ARQUIVO             VALUE "S".
028200     EXIT.
028300
028400 2000-PROCESSA-FUNCIONARIO.
028500     IF FUNC-SITUACAO-DESLIGADO OF WS-FUNCIONARIO
028600         ADD 1 TO WS-QTD-FORA
028700         GO TO 2000-PROCESSA-LER
028800     END-IF.
029700         ADD 1 TO WS-QTD-FORA
029800         GO TO 2000-PROCESSA-LER
029900     END-IF.
029910     PERFORM 2250-CONSULTA-AFASTAMENTO
029920         THRU 2250-CONSULTA-AFASTAMENTO-EXIT.
029930     IF AFAS-DIAS-SEM-VENCIMENTO > 15
029940         ADD 1 TO WS-QTD-FORA
029950         GO TO 2000-PROCESSA-LER
029960     END-IF.
030000     PERFORM 2300-CALCULA-PROVISAO
030100         THRU 2300-CALCULA-PROVISAO-EXIT.
030200 2000-PROCESSA-LER.
034400     END-EVALUATE.
034500 2200-CONTA-AVO-EXIT.
034600     EXIT.
034610
034620******************************************************************
034630*    DIAS DA COMPETENCIA EM LICENCA SEM VENCIMENTO DO FUNCIONARIO
034640*    CORRENTE, PELOS MESMOS PERIODOS DE AFASTAMENTO QUE A FOLHA
034650*    USA PARA O SALARIO PROPORCIONAL.
034660******************************************************************
034670 2250-CONSULTA-AFASTAMENTO.
034680     MOVE "C" TO AFAS-FUNCAO.
034690     MOVE FUNC-ID OF WS-FUNCIONARIO TO AFAS-FUNC-ID.
034700     MOVE WS-COMPETENCIA TO AFAS-COMPETENCIA.
034710     CALL "CONSULTA-AFASTAMENTO" USING AFAS-AREA.
034720     IF AFAS-FALHA
034730         DISPLAY "PROVISIONA-FOLHA ABORTADO: " AFAS-MENSAGEM
034740             " (FUNC-ID " FUNC-ID OF WS-FUNCIONARIO ")"
034750         MOVE 12 TO RETURN-CODE
034760         STOP RUN
034770     END-IF.
034780 2250-CONSULTA-AFASTAMENTO-EXIT.
034790     EXIT.
034795
034800******************************************************************
034900*    CALCULA A PROVISAO DO MES DO FUNCIONARIO CORRENTE (1/12 DO
035000*    SALARIO PARA O 13O, 1/12 DO SALARIO + 1/3 PARA AS FERIAS,
038700     MOVE WS-PROV-13O TO PROV-13O.
038800     MOVE WS-PROV-FERIAS TO PROV-FERIAS.
038900     MOVE FUNC-MOEDA OF WS-FUNCIONARIO TO PROV-MOEDA.
038950     MOVE FUNC-CENTRO-CUSTO OF WS-FUNCIONARIO
038960         TO PROV-CENTRO-CUSTO.
039000     WRITE PROV-REGISTRO.
039100     ADD 1 TO WS-QTD-PROVISIONADOS.
039200 2300-CALCULA-PROVISAO-EXIT.
