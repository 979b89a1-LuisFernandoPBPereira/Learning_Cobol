009260*                   CARREGAR O ARQUIVO INTEIRO NUMA TABELA DE    *
009270*                   2000 ENTRADAS E REGRAVAR TUDO - O CAMINHO DE *
009280*                   ABORTO POR MASTER CHEIO DEIXOU DE EXISTIR.   *
009281* 15/10/2026 JH     ESTORNO ("R") GRAVADO COM SINAL TROCADO E A  *
009282*                   CHAVE DO ORIGINAL; PASSO DE SET MARCADO "P". *
009283* 15/10/2026 JH     CADEIA DE CUSTODIA NO CALCLOG (CALCSEL,      *
009284*                   CRIADO SO NO STATUS 35). CALCLOGA A 161      *
009285*                   POSICOES.                                    *
009286* 15/10/2026 JH     EXIGE CALCTXL "OK" NA DATA; TAXA RETIDA FICA *
009287*                   FORA; ESTORNADOS CHEIA REJEITA.              *
009288* 15/10/2026 JH     TABELA DE TAXAS PASSOU A 5000 ENTRADAS.      *
009290*----------------------------------------------------------------*
009300 ENVIRONMENT             DIVISION.
009400 INPUT-OUTPUT            SECTION.
012430         ORGANIZATION IS LINE SEQUENTIAL
012440         FILE STATUS  IS CALC-RUN-STATUS.
012500
012509     SELECT CALC-LOGA-FILE   ASSIGN TO CALCLOGA
012518         ORGANIZATION IS LINE SEQUENTIAL
012527         FILE STATUS  IS CALC-LGA-STATUS.
012536
012545     SELECT CALC-SEL-FILE    ASSIGN TO CALCSEL
012554         ORGANIZATION IS INDEXED
012563         ACCESS MODE  IS DYNAMIC
012572         RECORD KEY   IS CALC-SL-DATA
012581         FILE STATUS  IS CALC-SEL-STATUS.
012590
012600 DATA                    DIVISION.
012700 FILE                    SECTION.
012800 FD  CALC-INPUT-FILE
015420 FD  CALC-RUN-FILE
015430     LABEL RECORDS ARE STANDARD.
015440     COPY CALCRUN.
015450
015460 FD  CALC-LOGA-FILE
015470     LABEL RECORDS ARE STANDARD.
015475 01  CALC-LOGA-RECORD         PIC X(161).
015480
015485 FD  CALC-SEL-FILE
015490     LABEL RECORDS ARE STANDARD.
015495     COPY CALCSEL.
015500
015600 WORKING-STORAGE         SECTION.
015700 01  WRK-RESULTADO        PIC S9(16)V99 VALUE ZEROS.
019500     88  WRK-SEM-TAXA               VALUE "N".
019600 77  WRK-TAX-EOF-SW       PIC X(01) VALUE "N".
019700     88  WRK-TAX-EOF                VALUE "Y".
019800 77  WRK-TAX-QTD          PIC 9(05) COMP VALUE ZERO.
019900 77  WRK-TAX-MAX          PIC 9(05) COMP VALUE 5000.
020000 77  WRK-TAX-IX           PIC 9(05) COMP VALUE ZERO.
020100 77  WRK-MOE-QTD          PIC 9(02) COMP VALUE ZERO.
020200 77  WRK-MOE-MAX          PIC 9(02) COMP VALUE 20.
020300 77  WRK-MOE-IX           PIC 9(02) COMP VALUE ZERO.
023600 77  WRK-CTL-SET-STEPS    PIC 9(03) VALUE ZERO.
023700 01  WRK-CTL-SET-ACUM     PIC S9(16)V99 VALUE ZEROS.
023800
023802 77  WRK-ESTORNO-SW       PIC X(01) VALUE "N".
023804     88  WRK-E-ESTORNO              VALUE "Y".
023806 01  WRK-REF-CHAVE        PIC X(25) VALUE SPACES.
023808 77  CALC-LGA-STATUS      PIC X(02) VALUE "00".
023810 77  WRK-LGA-EOF-SW       PIC X(01) VALUE "N".
023812     88  WRK-LGA-EOF                VALUE "Y".
023814 77  WRK-LOG-EOF-SW       PIC X(01) VALUE "N".
023816     88  WRK-LOG-EOF                VALUE "Y".
023818 77  WRK-ORIG-SW          PIC X(01) VALUE "N".
023820     88  WRK-ORIG-ACHADO            VALUE "Y".
023822 77  WRK-ORIG-STATUS      PIC X(02) VALUE SPACES.
023824 77  WRK-ORIG-TIPO        PIC X(01) VALUE SPACE.
023826 01  WRK-ORIG-RESULTADO   PIC S9(16)V99 VALUE ZEROS.
023828 77  WRK-ESTORNOS-SW      PIC X(01) VALUE "N".
023830     88  WRK-ESTORNOS-CARREGADOS    VALUE "Y".
023832 77  WRK-EST-ACHOU-SW     PIC X(01) VALUE "N".
023834     88  WRK-EST-ACHOU              VALUE "Y".
023836 77  WRK-EST-QTD          PIC 9(05) COMP VALUE ZERO.
023838 77  WRK-EST-MAX          PIC 9(05) COMP VALUE 2000.
023840 77  WRK-EST-IX           PIC 9(05) COMP VALUE ZERO.
023842 77  WRK-EST-CHEIA-SW     PIC X(01) VALUE "N".
023844     88  WRK-EST-CHEIA              VALUE "Y".
023846 01  WRK-EST-CHAVE        PIC X(25) VALUE SPACES.
023848 01  WRK-EST-TABLE.
023850     05  WRK-EST-ENTRY    PIC X(25) OCCURS 2000 TIMES.
023852 01  WRK-LGA-ENTRY.
023854     05  WRK-LA-CHAVE         PIC X(25).
023856     05  WRK-LA-NUMERO1       PIC S9(16)V99.
023858     05  WRK-LA-NUMERO2       PIC S9(16)V99.
023860     05  WRK-LA-OPERACAO      PIC X(01).
023862     05  WRK-LA-RESULTADO     PIC S9(16)V99.
023864     05  WRK-LA-STATUS        PIC X(02).
023866     05  WRK-LA-RUN-ID        PIC X(06).
023868     05  WRK-LA-CONTA         PIC X(10).
023870     05  WRK-LA-TIPO          PIC X(01).
023872     05  WRK-LA-REF-CHAVE     PIC X(25).
023874
023900 01  WRK-SET-RESULT-LINE.
024000     05  FILLER               PIC X(17) VALUE
024100         "RESULTADO DO SET ".
027400         10  WRK-PR-SOMA      PIC S9(16)V99.
028400
028500 01  WRK-TAX-TABLE.
028600     05  WRK-TAX-ENTRY OCCURS 5000 TIMES.
028700         10  WRK-TX-MOEDA PIC X(03).
028800         10  WRK-TX-DATA  PIC 9(08).
028900         10  WRK-TX-TAXA  PIC 9(07)V9(04).
037200     05  WRK-MOL-CONV         PIC -(16)9.99.
037300     05  FILLER               PIC X(23) VALUE SPACES.
037400
037405 77  CALC-SEL-STATUS      PIC X(02) VALUE "00".
037410 77  WRK-SEL-DISP-SW      PIC X(01) VALUE "N".
037415     88  WRK-SEL-DISPONIVEL         VALUE "Y".
037421 77  WRK-CAB-ACHOU-SW     PIC X(01) VALUE "N".
037426     88  WRK-CAB-ACHOU              VALUE "Y".
037431 77  WRK-DIA-ACHOU-SW     PIC X(01) VALUE "N".
037436     88  WRK-DIA-ACHOU              VALUE "Y".
037442 77  WRK-CAB-INICIO       PIC 9(08) VALUE ZERO.
037447 77  WRK-CAB-TOTAL        PIC 9(09) VALUE ZERO.
037452 77  WRK-CAD-SEQ          PIC 9(07) VALUE ZERO.
037457 77  WRK-HS-IX            PIC 9(03) COMP VALUE ZERO.
037463 77  WRK-HS-TAM           PIC 9(03) COMP VALUE 131.
037468 01  WRK-HS-ANTERIOR      PIC 9(15) VALUE ZERO.
037473 01  WRK-HS-VALOR         PIC 9(15) VALUE ZERO.
037478 01  WRK-HS-TRAB          PIC 9(18) VALUE ZERO.
037484 01  WRK-HS-QUOC          PIC 9(18) VALUE ZERO.
037489 01  WRK-HS-PRIMO         PIC 9(15) VALUE 999999999999989.
037494
037500 PROCEDURE               DIVISION.
037600
037700*----------------------------------------------------------------*
040600     IF CALC-LOG-IOSTAT NOT = "00"
040700        OPEN OUTPUT CALC-LOG-FILE
040800     END-IF.
040850     PERFORM 2540-OPEN-CHAIN THRU 2540-EXIT.
040900     OPEN EXTEND CALC-REPORT-FILE.
041000     IF CALC-RPT-STATUS NOT = "00"
041100        OPEN OUTPUT CALC-REPORT-FILE
048100*  1105-READ-ONE - LE UM REGISTRO DO CALCIN: HEADER ABRE UM LOTE *
048200*  NOVO, TRAILER CONFERE O LOTE CORRENTE, DETALHE CARREGA OS     *
048300*  CAMPOS DE TRABALHO E ACUMULA A QUANTIDADE E O HASH DO LOTE.   *
048350*  ESTORNO ("R") CONTA NA QUANTIDADE MAS NAO NO HASH.            *
048400*----------------------------------------------------------------*
048500 1105-READ-ONE.
048600     READ CALC-INPUT-FILE
050500        PERFORM 1180-PROCESS-SET-END THRU 1180-EXIT
050600        GO TO 1105-EXIT
050700     END-IF.
050710     MOVE "N" TO WRK-ESTORNO-SW.
050730     IF CALC-TV-TIPO EQUAL "R"
050750        PERFORM 1110-LOAD-ESTORNO THRU 1110-EXIT
050760        GO TO 1105-SEGMENTO
050780     END-IF.
050800     MOVE CALC-TR-NUMERO1  TO WRK-NUMERO1.
050900     MOVE CALC-TR-NUMERO2  TO WRK-NUMERO2.
051000     MOVE CALC-TR-OPERACAO TO WRK-OPERACAO.
051700     IF CALC-TR-NUMERO2 NUMERIC
051800        ADD CALC-TR-NUMERO2 TO WRK-SEG-HASH
051900     END-IF.
051950 1105-SEGMENTO.
052000     IF NOT WRK-SEG-ABERTO
052100        MOVE "Y" TO WRK-SEG-ABERTO-SW
052200        IF WRK-RUN-ID EQUAL SPACES
053100     END-IF.
053200     MOVE "Y" TO WRK-DETAIL-SW.
053300 1105-EXIT.
053305     EXIT.
053310
053315*----------------------------------------------------------------*
053320*  1110-LOAD-ESTORNO - DETALHE DE ESTORNO: GUARDA A CHAVE DO     *
053325*  ORIGINAL; OPERANDOS, OPERACAO E CONTA VEM DO ORIGINAL NO      *
053330*  PROCESSAMENTO (2400-PROCESS-ESTORNO).                         *
053335*----------------------------------------------------------------*
053340 1110-LOAD-ESTORNO.
053345     MOVE "Y" TO WRK-ESTORNO-SW.
053350     MOVE CALC-TV-CHAVE-ORIG TO WRK-REF-CHAVE.
053355     MOVE ZERO   TO WRK-NUMERO1.
053360     MOVE ZERO   TO WRK-NUMERO2.
053365     MOVE SPACE  TO WRK-OPERACAO.
053370     MOVE SPACES TO WRK-MOEDA.
053375     MOVE SPACE  TO WRK-USO-ACUM.
053380     MOVE SPACES TO WRK-CONTA.
053385     ADD 1 TO WRK-SEG-COUNT.
053390 1110-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------*
067600*  SUBESTIME O QUE JA FOI PROCESSADO.                            *
067700*----------------------------------------------------------------*
067800 1190-REPLAY-DETAIL.
067810     IF WRK-E-ESTORNO AND NOT WRK-EM-SET
067830        PERFORM 2410-VALIDATE-ESTORNO THRU 2410-EXIT
067850        PERFORM 2030-ACCUM-PTD-SINGLE THRU 2030-EXIT
067860        GO TO 1190-EXIT
067880     END-IF.
067900     IF WRK-EM-SET
068000        PERFORM 1195-REPLAY-SET-STEP THRU 1195-EXIT
068100        GO TO 1190-EXIT
072300*  1500-LOAD-RATES - CARREGA A TABELA DE TAXAS DE CAMBIO         *
072400*  (CALCTAX) NA ABERTURA DO LOTE. SEM O ARQUIVO, A TABELA FICA   *
072500*  VAZIA E QUALQUER TRANSACAO DE MOEDA ESTRANGEIRA E REJEITADA.  *
072550*  TAXA RETIDA OU RECUSADA NA CARGA DO FEED (CALCTXL) NAO ENTRA. *
072600*----------------------------------------------------------------*
072700 1500-LOAD-RATES.
072800     MOVE ZERO TO WRK-TAX-QTD.
074200     READ CALC-TAX-FILE
074300         AT END
074400             MOVE "Y" TO WRK-TAX-EOF-SW
074407             GO TO 1550-EXIT
075500     END-READ.
075507     IF CALC-TX-SITUACAO NOT EQUAL SPACE
075514           AND CALC-TX-SITUACAO NOT EQUAL "C"
075521        GO TO 1550-EXIT
075528     END-IF.
075535     IF WRK-TAX-QTD LESS THAN WRK-TAX-MAX
075542        ADD 1 TO WRK-TAX-QTD
075549        MOVE CALC-TX-MOEDA TO WRK-TX-MOEDA(WRK-TAX-QTD)
075556        MOVE CALC-TX-DATA  TO WRK-TX-DATA(WRK-TAX-QTD)
075563        MOVE CALC-TX-TAXA  TO WRK-TX-TAXA(WRK-TAX-QTD)
075570     ELSE
075577        DISPLAY "CALCULADORA - TABELA DE TAXAS CHEIA"
075584        MOVE "Y" TO WRK-TAX-EOF-SW
075591     END-IF.
075600 1550-EXIT.
075700     EXIT.
075708
075713*  VALE A DATA DA EXECUCAO). O LOTE RECUSA INICIAR SEM O         *
075714*  CALCEDIT "OK" NA DATA; PASSO JA "OK" SO REEXECUTA COM         *
075715*  CONFIRMACAO DO OPERADOR, E "EX" PROSSEGUE COM AVISO, POIS O   *
075716*  CHECKPOINT (CALCCTL) RETOMA DE ONDE PAROU. TAXAS DA DATA NO   *
075717*  1695; NO FIM CARIMBA O INICIO DESTA EXECUCAO.                 *
075718*----------------------------------------------------------------*
075719 1600-CHECK-RUN-CONTROL.
075720     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
075721     PERFORM 1610-PEEK-DATA-MOVTO THRU 1610-EXIT.
075722     PERFORM 1695-CHECK-PREREQS THRU 1695-EXIT.
075723     MOVE "CALCEDIT" TO WRK-RC-PASSO.
075724     PERFORM 1660-FIND-RUN-ENTRY THRU 1660-EXIT.
075725     IF NOT WRK-RC-ACHOU
075881     PERFORM 3500-REWRITE-RUN-CONTROL THRU 3500-EXIT.
075882 1690-EXIT.
075883     EXIT.
075886
075889*----------------------------------------------------------------*
075892*  1695-CHECK-PREREQS - CARREGA O MASTER DE CONTROLE DE          *
075895*  EXECUCAO E CONFERE SE AS TAXAS DE CAMBIO DA DATA DE NEGOCIO   *
075898*  FORAM LIBERADAS PELA CARGA DO FEED (PASSO CALCTXL "OK"). SEM  *
075901*  ELAS O LOTE RECUSA INICIAR.                                   *
075904*----------------------------------------------------------------*
075907 1695-CHECK-PREREQS.
075910     PERFORM 1620-LOAD-RUN-CONTROL THRU 1620-EXIT.
075913     MOVE "CALCTXL" TO WRK-RC-PASSO.
075916     PERFORM 1660-FIND-RUN-ENTRY THRU 1660-EXIT.
075919     IF NOT WRK-RC-ACHOU
075922           OR WRK-RC-RESULT(WRK-RC-IX) NOT EQUAL "OK"
075925        DISPLAY "CALCULADORA - TAXAS DE CAMBIO DA DATA "
075928            WRK-RC-DATA-NEG " NAO LIBERADAS (CALCTXL) - "
075931            "EXECUCAO RECUSADA"
075934        STOP RUN
075937     END-IF.
075940 1695-EXIT.
075943     EXIT.
075966
075968*----------------------------------------------------------------*
076000*  2000-PROCESS-TRANSACTION - CALCULATE, WRITE THE RESULT, THEN  *
076700        PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
076800        GO TO 2000-EXIT
076900     END-IF.
076910     IF WRK-E-ESTORNO
076920        PERFORM 2400-PROCESS-ESTORNO THRU 2400-EXIT
076940        PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT
076950        PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
076970        GO TO 2000-EXIT
076980     END-IF.
077000     PERFORM 2050-VALIDATE-TRANSACTION THRU 2050-EXIT.
077100     IF WRK-VALID
077200        IF WRK-MOEDA NOT EQUAL SPACES
078700*----------------------------------------------------------------*
078800*  2030-ACCUM-PTD-SINGLE - ACUMULA UM DETALHE AVULSO NAS         *
078900*  ESTATISTICAS DA EXECUCAO (TAMBEM USADO NO REPLAY DO RESTART). *
078950*  ESTORNO ACUMULA NA OPERACAO "R", A PARTE DOS CALCULOS NOVOS.  *
079000*----------------------------------------------------------------*
079100 2030-ACCUM-PTD-SINGLE.
079120     IF WRK-E-ESTORNO
079140        MOVE "R" TO WRK-PTD-OP
079160        GO TO 2030-ACUMULA
079180     END-IF.
079200     IF WRK-OPERACAO NOT LESS THAN "1"
079300           AND WRK-OPERACAO NOT GREATER THAN "6"
079400        MOVE WRK-OPERACAO TO WRK-PTD-OP
079500     ELSE
079600        MOVE "X" TO WRK-PTD-OP
079700     END-IF.
079750 2030-ACUMULA.
079800     IF WRK-VALID
079900        MOVE "N" TO WRK-PTD-ERRO-SW
080000     ELSE
105300     MOVE WRK-DATE-NUM  TO CALC-RS-DATA.
105400     MOVE WRK-RUN-ID    TO CALC-RS-RUN-ID.
105450     MOVE WRK-CONTA     TO CALC-RS-CONTA.
105460     IF WRK-E-ESTORNO
105470        MOVE "R"           TO CALC-RS-TIPO
105480        MOVE WRK-REF-CHAVE TO CALC-RS-REF-CHAVE
105490     END-IF.
105500     WRITE CALC-RESULT-RECORD.
105600 2200-EXIT.
105700     EXIT.
105900*----------------------------------------------------------------*
106000*  2250-WRITE-LOG - APPENDS ONE AUDIT ENTRY FOR THIS CALCULATION *
106100*  SO WHAT WAS RUN CAN BE RECONCILED LATER.                      *
106130*  ESTORNO LEVA TIPO "R" E A CHAVE DO ORIGINAL; PASSO DE SET,    *
106160*  TIPO "P".                                                     *
106170*  A ENTRADA ENTRA NA CADEIA DE CUSTODIA (2500/2510): O HASH E   *
106180*  REFEITO A CADA NOVA TENTATIVA DE CHAVE E O CALCSEL SO AVANCA  *
106190*  COM A ENTRADA GRAVADA.                                        *
106200*----------------------------------------------------------------*
106300 2250-WRITE-LOG.
106400     MOVE SPACES TO CALC-LOG-RECORD.
108200     END-IF.
108300     MOVE WRK-RUN-ID      TO CALC-LG-RUN-ID.
108350     MOVE WRK-CONTA       TO CALC-LG-CONTA.
108355     IF WRK-E-ESTORNO
108361        MOVE "R"           TO CALC-LG-TIPO
108366        MOVE WRK-REF-CHAVE TO CALC-LG-REF-CHAVE
108372     ELSE
108377        IF WRK-EM-SET
108383           MOVE "P" TO CALC-LG-TIPO
108388        END-IF
108394     END-IF.
108397     PERFORM 2500-READ-CHAIN THRU 2500-EXIT.
108400     MOVE 1 TO CALC-LG-SEQ.
108450     PERFORM 2510-HASH-ENTRY THRU 2510-EXIT.
108500     WRITE CALC-LOG-RECORD.
108600     PERFORM 2255-RETRY-LOG THRU 2255-EXIT
108700         UNTIL CALC-LOG-IOSTAT NOT EQUAL "22"
108900     IF CALC-LOG-IOSTAT NOT EQUAL "00"
109000        DISPLAY "CALCULADORA - ERRO " CALC-LOG-IOSTAT
109100            " AO GRAVAR O LOG DE AUDITORIA"
109130     ELSE
109160        PERFORM 2530-ADVANCE-CHAIN THRU 2530-EXIT
109200     END-IF.
109300 2250-EXIT.
109400     EXIT.
110000*----------------------------------------------------------------*
110100 2255-RETRY-LOG.
110200     ADD 1 TO CALC-LG-SEQ.
110250     PERFORM 2510-HASH-ENTRY THRU 2510-EXIT.
110300     WRITE CALC-LOG-RECORD.
110400 2255-EXIT.
110500     EXIT.
116300     MOVE WRK-NUMERO1   TO WRK-DTL-NUMERO1.
116400     MOVE WRK-NUMERO2   TO WRK-DTL-NUMERO2.
116500     MOVE WRK-OPERACAO  TO WRK-DTL-OPERACAO.
116520     IF WRK-E-ESTORNO
116540        MOVE "R"          TO WRK-DTL-OPERACAO(1:1)
116560        MOVE WRK-OPERACAO TO WRK-DTL-OPERACAO(2:1)
116580     END-IF.
116600     MOVE WRK-RESULTADO TO WRK-DTL-RESULTADO.
116700     MOVE SPACES TO CALC-REPORT-RECORD.
116800     MOVE WRK-DETAIL-LINE TO CALC-RPT-LINE.
119200     CLOSE CALC-INPUT-FILE.
119300     CLOSE CALC-OUTPUT-FILE.
119400     CLOSE CALC-LOG-FILE.
119420     IF WRK-SEL-DISPONIVEL
119450        CLOSE CALC-SEL-FILE
119470     END-IF.
119500     CLOSE CALC-REPORT-FILE.
119600     PERFORM 3200-POST-PTD THRU 3200-EXIT.
119700     PERFORM 3060-CLEAR-CHECKPOINT THRU 3060-EXIT.
141400     IF CALC-LOG-IOSTAT NOT = "00"
141500        OPEN OUTPUT CALC-LOG-FILE
141600     END-IF.
141650     PERFORM 2540-OPEN-CHAIN THRU 2540-EXIT.
141700     MOVE ZERO TO WRK-SESSION-SUBTOTAL.
141800     MOVE "Y" TO WRK-ANOTHER-SW.
141900     PERFORM 4100-DO-ONE-CALCULATION THRU 4100-EXIT
142200     DISPLAY "CALCULADORA - SUBTOTAL DA SESSAO = "
142300         WRK-RESULT-FORMAT.
142400     CLOSE CALC-LOG-FILE.
142420     IF WRK-SEL-DISPONIVEL
142450        CLOSE CALC-SEL-FILE
142470     END-IF.
142500 4000-EXIT.
142600     EXIT.
142700
145600     END-IF.
145700 4100-EXIT.
145800     EXIT.
145900
146000*----------------------------------------------------------------*
146100*  2400-PROCESS-ESTORNO - ESTORNA UM CALCULO ANTERIOR: CRITICA O *
146200*  ORIGINAL E GRAVA CALCOUT, RELATORIO E CALCLOG COM OS DADOS    *
146300*  DELE E O RESULTADO COM SINAL TROCADO (OU "ER" COM ZERO),      *
146400*  ACUMULANDO NAS ESTATISTICAS NA OPERACAO "R".                  *
146500*----------------------------------------------------------------*
146600 2400-PROCESS-ESTORNO.
146700     PERFORM 2410-VALIDATE-ESTORNO THRU 2410-EXIT.
146800     PERFORM 2200-WRITE-RESULT THRU 2200-EXIT.
146900     PERFORM 2350-PRINT-DETAIL THRU 2350-EXIT.
147000     PERFORM 2250-WRITE-LOG THRU 2250-EXIT.
147100     PERFORM 2030-ACCUM-PTD-SINGLE THRU 2030-EXIT.
147200 2400-EXIT.
147300     EXIT.
147400
147500*----------------------------------------------------------------*
147600*  2410-VALIDATE-ESTORNO - LOCALIZA O ORIGINAL E CARREGA DELE OS *
147700*  OPERANDOS, A OPERACAO E A CONTA. REJEITA ORIGINAL INEXISTENTE,*
147800*  COM ERRO, QUE SEJA PASSO DE SET OU OUTRO ESTORNO, OU JA       *
147900*  ESTORNADO (NOS LOGS OU NESTA EXECUCAO). NO REPLAY DO RESTART  *
148000*  A REPETICAO NAO E CONFERIDA, POIS O PROPRIO ESTORNO JA PODE   *
148050*  ESTAR NO LOG DESDE ANTES DA QUEDA. COM A TABELA DE ESTORNADOS *
148100*  CHEIA A REPETICAO NAO TEM COMO SER CONFERIDA E O ESTORNO SAI  *
148150*  "ER".                                                         *
148200*----------------------------------------------------------------*
148300 2410-VALIDATE-ESTORNO.
148400     MOVE "Y"    TO WRK-VALID-SW.
148500     MOVE SPACES TO WRK-ERROR-MSG.
148600     MOVE ZERO   TO WRK-RESULTADO.
148700     IF NOT WRK-ESTORNOS-CARREGADOS
148800        PERFORM 2450-LOAD-ESTORNADOS THRU 2450-EXIT
148900     END-IF.
149000     PERFORM 2420-FIND-ORIGINAL THRU 2420-EXIT.
149100     IF NOT WRK-ORIG-ACHADO
149200        MOVE "N" TO WRK-VALID-SW
149300        MOVE "ESTORNO SEM CALCULO ORIGINAL" TO WRK-ERROR-MSG
149400        GO TO 2410-DISPLAY
149500     END-IF.
149600     IF WRK-ORIG-STATUS NOT EQUAL "OK"
149700        MOVE "N" TO WRK-VALID-SW
149800        MOVE "ESTORNO DE CALCULO COM ERRO" TO WRK-ERROR-MSG
149900        GO TO 2410-DISPLAY
150000     END-IF.
150100     IF WRK-ORIG-TIPO NOT EQUAL SPACE
150200        MOVE "N" TO WRK-VALID-SW
150300        MOVE "ESTORNO DE PASSO OU ESTORNO" TO WRK-ERROR-MSG
150400        GO TO 2410-DISPLAY
150500     END-IF.
150600     MOVE WRK-REF-CHAVE TO WRK-EST-CHAVE.
150700     IF NOT WRK-SKIPPING
150800        PERFORM 2440-FIND-ESTORNADO THRU 2440-EXIT
150900        IF WRK-EST-ACHOU
151000           MOVE "N" TO WRK-VALID-SW
151100           MOVE "CALCULO JA ESTORNADO" TO WRK-ERROR-MSG
151200           GO TO 2410-DISPLAY
151300        END-IF
151310        IF WRK-EST-CHEIA
151330           MOVE "N" TO WRK-VALID-SW
151350           MOVE "TABELA DE ESTORNADOS CHEIA" TO WRK-ERROR-MSG
151360           GO TO 2410-DISPLAY
151380        END-IF
151400     END-IF.
151500     COMPUTE WRK-RESULTADO = ZERO - WRK-ORIG-RESULTADO.
151600     PERFORM 2490-ADD-ESTORNADO THRU 2490-EXIT.
151700 2410-DISPLAY.
151800     IF WRK-INVALID AND NOT WRK-SKIPPING
151900        DISPLAY "CALCULADORA - REGISTRO " WRK-REC-COUNT
152000            " REJEITADO - " WRK-ERROR-MSG
152100     END-IF.
152200 2410-EXIT.
152300     EXIT.
152400
152500*----------------------------------------------------------------*
152600*  2420-FIND-ORIGINAL - LE O ORIGINAL PELA CHAVE NO CALCLOG;     *
152700*  FORA DELE PROCURA NO ARQUIVO MORTO (CALCLOGA).                *
152800*----------------------------------------------------------------*
152900 2420-FIND-ORIGINAL.
153000     MOVE "N" TO WRK-ORIG-SW.
153100     MOVE WRK-REF-CHAVE TO CALC-LG-CHAVE.
153200     READ CALC-LOG-FILE
153300         KEY IS CALC-LG-CHAVE
153400         INVALID KEY
153500             MOVE "N" TO WRK-ORIG-SW
153600         NOT INVALID KEY
153700             MOVE "Y" TO WRK-ORIG-SW
153800     END-READ.
153900     IF WRK-ORIG-ACHADO
154000        MOVE CALC-LG-NUMERO1   TO WRK-NUMERO1
154100        MOVE CALC-LG-NUMERO2   TO WRK-NUMERO2
154200        MOVE CALC-LG-OPERACAO  TO WRK-OPERACAO
154300        MOVE CALC-LG-RESULTADO TO WRK-ORIG-RESULTADO
154400        MOVE CALC-LG-CONTA     TO WRK-CONTA
154500        MOVE CALC-LG-STATUS    TO WRK-ORIG-STATUS
154600        MOVE CALC-LG-TIPO      TO WRK-ORIG-TIPO
154700        GO TO 2420-EXIT
154800     END-IF.
154900     OPEN INPUT CALC-LOGA-FILE.
155000     IF CALC-LGA-STATUS NOT = "00"
155100        GO TO 2420-EXIT
155200     END-IF.
155300     MOVE "N" TO WRK-LGA-EOF-SW.
155400     PERFORM 2430-READ-ARQ-ORIGINAL THRU 2430-EXIT
155500         UNTIL WRK-LGA-EOF OR WRK-ORIG-ACHADO.
155600     CLOSE CALC-LOGA-FILE.
155700 2420-EXIT.
155800     EXIT.
155900
156000 2430-READ-ARQ-ORIGINAL.
156100     READ CALC-LOGA-FILE
156200         AT END
156300             MOVE "Y" TO WRK-LGA-EOF-SW
156400             GO TO 2430-EXIT
156500     END-READ.
156600     MOVE CALC-LOGA-RECORD TO WRK-LGA-ENTRY.
156700     IF WRK-LA-CHAVE EQUAL WRK-REF-CHAVE
156800        MOVE "Y" TO WRK-ORIG-SW
156900        MOVE WRK-LA-NUMERO1   TO WRK-NUMERO1
157000        MOVE WRK-LA-NUMERO2   TO WRK-NUMERO2
157100        MOVE WRK-LA-OPERACAO  TO WRK-OPERACAO
157200        MOVE WRK-LA-RESULTADO TO WRK-ORIG-RESULTADO
157300        MOVE WRK-LA-CONTA     TO WRK-CONTA
157400        MOVE WRK-LA-STATUS    TO WRK-ORIG-STATUS
157500        MOVE WRK-LA-TIPO      TO WRK-ORIG-TIPO
157600     END-IF.
157700 2430-EXIT.
157800     EXIT.
157900
158000 2440-FIND-ESTORNADO.
158100     MOVE "N"  TO WRK-EST-ACHOU-SW.
158200     MOVE ZERO TO WRK-EST-IX.
158300     PERFORM 2445-SCAN-ESTORNADO THRU 2445-EXIT
158400         UNTIL WRK-EST-ACHOU
158500            OR WRK-EST-IX NOT LESS THAN WRK-EST-QTD.
158600 2440-EXIT.
158700     EXIT.
158800
158900 2445-SCAN-ESTORNADO.
159000     ADD 1 TO WRK-EST-IX.
159100     IF WRK-EST-ENTRY(WRK-EST-IX) EQUAL WRK-EST-CHAVE
159200        MOVE "Y" TO WRK-EST-ACHOU-SW
159300     END-IF.
159400 2445-EXIT.
159500     EXIT.
159600
159700*----------------------------------------------------------------*
159800*  2450-LOAD-ESTORNADOS - NO PRIMEIRO ESTORNO DA EXECUCAO        *
159900*  CARREGA NA TABELA AS CHAVES DOS ORIGINAIS JA ESTORNADOS COM   *
160000*  SUCESSO, NO CALCLOG E NO ARQUIVO MORTO (CALCLOGA).            *
160100*----------------------------------------------------------------*
160200 2450-LOAD-ESTORNADOS.
160300     MOVE "Y"  TO WRK-ESTORNOS-SW.
160400     MOVE ZERO TO WRK-EST-QTD.
160500     MOVE "N"  TO WRK-LOG-EOF-SW.
160600     MOVE SPACES TO CALC-LOG-RECORD.
160700     MOVE ZEROS  TO CALC-LG-DATA.
160800     MOVE ZEROS  TO CALC-LG-HORA.
160900     MOVE ZEROS  TO CALC-LG-SEQ.
161000     START CALC-LOG-FILE
161100         KEY NOT LESS THAN CALC-LG-CHAVE
161200         INVALID KEY
161300             MOVE "Y" TO WRK-LOG-EOF-SW
161400     END-START.
161500     PERFORM 2460-READ-LOG-ESTORNO THRU 2460-EXIT
161600         UNTIL WRK-LOG-EOF.
161700     OPEN INPUT CALC-LOGA-FILE.
161800     IF CALC-LGA-STATUS NOT = "00"
161900        GO TO 2450-EXIT
162000     END-IF.
162100     MOVE "N" TO WRK-LGA-EOF-SW.
162200     PERFORM 2470-READ-ARQ-ESTORNO THRU 2470-EXIT
162300         UNTIL WRK-LGA-EOF.
162400     CLOSE CALC-LOGA-FILE.
162500 2450-EXIT.
162600     EXIT.
162700
162800 2460-READ-LOG-ESTORNO.
162900     READ CALC-LOG-FILE NEXT RECORD
163000         AT END
163100             MOVE "Y" TO WRK-LOG-EOF-SW
163200             GO TO 2460-EXIT
163300     END-READ.
163400     IF CALC-LG-TIPO EQUAL "R"
163500           AND CALC-LG-STATUS EQUAL "OK"
163600        MOVE CALC-LG-REF-CHAVE TO WRK-EST-CHAVE
163700        PERFORM 2490-ADD-ESTORNADO THRU 2490-EXIT
163800     END-IF.
163900 2460-EXIT.
164000     EXIT.
164100
164200 2470-READ-ARQ-ESTORNO.
164300     READ CALC-LOGA-FILE
164400         AT END
164500             MOVE "Y" TO WRK-LGA-EOF-SW
164600             GO TO 2470-EXIT
164700     END-READ.
164800     MOVE CALC-LOGA-RECORD TO WRK-LGA-ENTRY.
164900     IF WRK-LA-TIPO EQUAL "R"
165000           AND WRK-LA-STATUS EQUAL "OK"
165100        MOVE WRK-LA-REF-CHAVE TO WRK-EST-CHAVE
165200        PERFORM 2490-ADD-ESTORNADO THRU 2490-EXIT
165300     END-IF.
165400 2470-EXIT.
165500     EXIT.
165600
165700*----------------------------------------------------------------*
165800*  2490-ADD-ESTORNADO - GUARDA NA TABELA A CHAVE DE UM ORIGINAL  *
165860*  JA ESTORNADO (WRK-EST-CHAVE). SEM LUGAR, LIGA WRK-EST-CHEIA   *
165930*  E A 2410 PASSA A REJEITAR TODO ESTORNO.                       *
166000*----------------------------------------------------------------*
166100 2490-ADD-ESTORNADO.
166200     IF WRK-EST-QTD LESS THAN WRK-EST-MAX
166300        ADD 1 TO WRK-EST-QTD
166400        MOVE WRK-EST-CHAVE TO WRK-EST-ENTRY(WRK-EST-QTD)
166500     ELSE
166540        IF NOT WRK-EST-CHEIA
166580           DISPLAY "CALCULADORA - TABELA DE ESTORNOS CHEIA"
166620        END-IF
166660        MOVE "Y" TO WRK-EST-CHEIA-SW
166700     END-IF.
166800 2490-EXIT.
166900     EXIT.
167000
167100*----------------------------------------------------------------*
167200*  2500-READ-CHAIN - LE NO CALCSEL A CABECA DA CADEIA (CHAVE     *
167300*  ZERO), DE ONDE VEM O HASH DA ULTIMA ENTRADA GRAVADA, E O      *
167400*  CONTROLE DA DATA DA ENTRADA, DE ONDE VEM O PROXIMO SEQUENCIAL *
167500*  DA CADEIA. SEM CABECA A CADEIA COMECA AQUI (HASH ANTERIOR     *
167600*  ZERO); SEM O CONTROLE DA DATA ELA ABRE COM SEQUENCIAL 1. SEM  *
167700*  O CALCSEL A ENTRADA SAI FORA DA CADEIA (SEQUENCIAL ZERO).     *
167800*  O CONTROLE DA DATA FICA NA AREA DO ARQUIVO PARA O 2530.       *
167900*----------------------------------------------------------------*
168000 2500-READ-CHAIN.
168100     MOVE "N"  TO WRK-CAB-ACHOU-SW.
168200     MOVE "N"  TO WRK-DIA-ACHOU-SW.
168300     MOVE ZERO TO WRK-HS-ANTERIOR.
168400     MOVE ZERO TO WRK-CAD-SEQ.
168500     IF NOT WRK-SEL-DISPONIVEL
168600        GO TO 2500-EXIT
168700     END-IF.
168800     MOVE ZERO TO CALC-SL-DATA.
168900     READ CALC-SEL-FILE
169000         INVALID KEY
169100             MOVE CALC-LG-DATA TO WRK-CAB-INICIO
169200             MOVE ZERO TO WRK-CAB-TOTAL
169300         NOT INVALID KEY
169400             MOVE "Y" TO WRK-CAB-ACHOU-SW
169500             MOVE CALC-SC-INICIO   TO WRK-CAB-INICIO
169600             MOVE CALC-SC-TOTAL    TO WRK-CAB-TOTAL
169700             MOVE CALC-SC-ULT-HASH TO WRK-HS-ANTERIOR
169800     END-READ.
169900     MOVE CALC-LG-DATA TO CALC-SL-DATA.
170000     READ CALC-SEL-FILE
170100         INVALID KEY
170200             MOVE 1 TO WRK-CAD-SEQ
170300         NOT INVALID KEY
170400             MOVE "Y" TO WRK-DIA-ACHOU-SW
170500             COMPUTE WRK-CAD-SEQ = CALC-SL-QTD + 1
170600     END-READ.
170700 2500-EXIT.
170800     EXIT.
170900
171000*----------------------------------------------------------------*
171100*  2510-HASH-ENTRY - NUMERA A ENTRADA NA CADEIA, GUARDA O HASH   *
171200*  ANTERIOR E CALCULA O HASH DA ENTRADA: PARTINDO DO ANTERIOR,   *
171300*  CADA UMA DAS POSICOES 1 A 131 DO REGISTRO (CHAVE, CONTEUDO E  *
171400*  SEQUENCIAL DA CADEIA) ENTRA COMO H = (H * 257 + CODIGO DA     *
171500*  POSICAO) MODULO 999999999999989. O CALCCUST REFAZ A MESMA     *
171600*  CONTA; MUDAR AQUI OBRIGA MUDAR LA E NO CALCONL.               *
171700*----------------------------------------------------------------*
171800 2510-HASH-ENTRY.
171900     MOVE WRK-CAD-SEQ     TO CALC-LG-CAD-SEQ.
172000     MOVE WRK-HS-ANTERIOR TO CALC-LG-HASH-ANT.
172100     MOVE WRK-HS-ANTERIOR TO WRK-HS-VALOR.
172200     MOVE ZERO TO WRK-HS-IX.
172300     PERFORM 2520-HASH-BYTE THRU 2520-EXIT
172400         UNTIL WRK-HS-IX NOT LESS THAN WRK-HS-TAM.
172500     MOVE WRK-HS-VALOR TO CALC-LG-HASH.
172600 2510-EXIT.
172700     EXIT.
172800
172900 2520-HASH-BYTE.
173000     ADD 1 TO WRK-HS-IX.
173100     COMPUTE WRK-HS-TRAB = WRK-HS-VALOR * 257
173200         + FUNCTION ORD(CALC-LOG-RECORD(WRK-HS-IX:1)).
173300     DIVIDE WRK-HS-TRAB BY WRK-HS-PRIMO
173400         GIVING WRK-HS-QUOC REMAINDER WRK-HS-VALOR.
173500 2520-EXIT.
173600     EXIT.
173700
173800*----------------------------------------------------------------*
173900*  2530-ADVANCE-CHAIN - A ENTRADA FOI GRAVADA: O CONTROLE DA     *
174000*  DATA (CRIADO NA PRIMEIRA ENTRADA, COM O HASH ANTERIOR COMO    *
174100*  ELO COM A DATA DE ANTES) RECEBE O SEQUENCIAL, O HASH E O      *
174200*  RESULTADO, E A CABECA DA CADEIA PASSA A APONTAR PARA ELA.     *
174300*----------------------------------------------------------------*
174400 2530-ADVANCE-CHAIN.
174500     IF NOT WRK-SEL-DISPONIVEL
174600        GO TO 2530-EXIT
174700     END-IF.
174800     IF NOT WRK-DIA-ACHOU
174900        MOVE SPACES TO CALC-SEL-RECORD
175000        MOVE CALC-LG-DATA    TO CALC-SL-DATA
175100        MOVE WRK-HS-ANTERIOR TO CALC-SL-HASH-INI
175200        MOVE ZERO TO CALC-SL-SOMA
175300        MOVE "A"  TO CALC-SL-SITUACAO
175400        MOVE ZERO TO CALC-SL-SELO-QTD
175500        MOVE ZERO TO CALC-SL-SELO-HASH
175600        MOVE ZERO TO CALC-SL-SELO-SOMA
175700        MOVE ZERO TO CALC-SL-SELO-DATA
175800        MOVE ZERO TO CALC-SL-SELO-HORA
175900     END-IF.
176000     MOVE WRK-CAD-SEQ  TO CALC-SL-QTD.
176100     MOVE CALC-LG-HASH TO CALC-SL-HASH-ULT.
176200     ADD CALC-LG-RESULTADO TO CALC-SL-SOMA.
176300     IF WRK-DIA-ACHOU
176400        REWRITE CALC-SEL-RECORD
176500     ELSE
176600        WRITE CALC-SEL-RECORD
176700     END-IF.
176800     IF CALC-SEL-STATUS NOT = "00"
176900        DISPLAY "CALCULADORA - ERRO " CALC-SEL-STATUS
177000            " AO ATUALIZAR O CONTROLE DA DATA NO CALCSEL"
177100     END-IF.
177200     ADD 1 TO WRK-CAB-TOTAL.
177300     MOVE SPACES TO CALC-SEL-CABECA.
177400     MOVE ZERO           TO CALC-SC-DATA.
177500     MOVE WRK-CAB-INICIO TO CALC-SC-INICIO.
177600     MOVE CALC-LG-DATA   TO CALC-SC-ULT-DATA.
177700     MOVE CALC-LG-HASH   TO CALC-SC-ULT-HASH.
177800     MOVE WRK-CAB-TOTAL  TO CALC-SC-TOTAL.
177900     IF WRK-CAB-ACHOU
178000        REWRITE CALC-SEL-CABECA
178100     ELSE
178200        WRITE CALC-SEL-CABECA
178300     END-IF.
178400     IF CALC-SEL-STATUS NOT = "00"
178500        DISPLAY "CALCULADORA - ERRO " CALC-SEL-STATUS
178600            " AO ATUALIZAR A CABECA DA CADEIA NO CALCSEL"
178700     END-IF.
178800 2530-EXIT.
178900     EXIT.
179000
179100*----------------------------------------------------------------*
179200*  2540-OPEN-CHAIN - ABRE O CALCSEL JUNTO COM O CALCLOG,         *
179270*  CRIANDO-O SO QUANDO AINDA NAO EXISTE (STATUS 35). QUALQUER    *
179350*  OUTRA FALHA CANCELA A EXECUCAO, POIS ENTRADA FORA DA CADEIA   *
179420*  NAO TEM COMO SER PROVADA; NO LOTE O PASSO FICA "EX" NO CALCRUN*
179500*----------------------------------------------------------------*
179600 2540-OPEN-CHAIN.
179700     MOVE "N" TO WRK-SEL-DISP-SW.
179800     OPEN I-O CALC-SEL-FILE.
179900     IF CALC-SEL-STATUS EQUAL "35"
180000        OPEN OUTPUT CALC-SEL-FILE
180100        CLOSE CALC-SEL-FILE
180200        OPEN I-O CALC-SEL-FILE
180300     END-IF.
180400     IF CALC-SEL-STATUS NOT = "00"
180500        DISPLAY "CALCULADORA - CALCSEL INDISPONIVEL ("
180600            CALC-SEL-STATUS ") - EXECUCAO CANCELADA"
180700        STOP RUN
180800     END-IF.
180900     MOVE "Y" TO WRK-SEL-DISP-SW.
181000 2540-EXIT.
181100     EXIT.
