005760*                   O MODO R (RESSUBMISSAO) FICA FORA DO         *
005770*                   CONTROLE, POIS NAO E PASSO DA SEQUENCIA      *
005780*                   NOTURNA.                                     *
005781* 15/10/2026 JH     INCLUIDA A CRITICA DA CONTA CONTRA O         *
005782*                   CADASTRO DE CONTAS (CALCCTA): EXISTENTE,     *
005783*                   ABERTA, VIGENTE E NA MOEDA. MOTIVO NOVO 08.  *
005784* 15/10/2026 JH     ESTORNO ("R"): ORIGINAL "OK" NO              *
005785*                   CALCLOG/CALCLOGA, AVULSO E NAO ESTORNADO;    *
005786*                   FORA DO HASH. MOTIVO NOVO 09.                *
005787* 15/10/2026 JH     CALCLOGA PASSOU A 161 POSICOES.              *
005788* 15/10/2026 JH     MODO NORMAL SO INICIA COM CALCTXL E CALCIPG  *
005789*                   "OK" NA DATA DE NEGOCIO.                     *
005790* 15/10/2026 JH     TABELA DE ESTORNADOS CHEIA REJEITA O         *
005791*                   ESTORNO; TAXA RETIDA NAO VALE NA CRITICA.    *
005792* 15/10/2026 JH     ESTORNO FICA FORA DA DUPLICIDADE E O         *
005793*                   ORIGINAL ESTORNADO SAI DELA.                 *
005800*----------------------------------------------------------------*
005900 ENVIRONMENT             DIVISION.
006000 INPUT-OUTPUT            SECTION.
008630         ORGANIZATION IS LINE SEQUENTIAL
008640         FILE STATUS  IS CALC-RUN-STATUS.
008700
008709     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
008718         ORGANIZATION IS INDEXED
008727         ACCESS MODE  IS DYNAMIC
008736         RECORD KEY   IS CALC-CT-CONTA
008745         FILE STATUS  IS CALC-CTA-STATUS.
008754
008763     SELECT CALC-LOGA-FILE   ASSIGN TO CALCLOGA
008772         ORGANIZATION IS LINE SEQUENTIAL
008781         FILE STATUS  IS CALC-LGA-STATUS.
008790
008800 DATA                    DIVISION.
008900 FILE                    SECTION.
009000 FD  CALC-RAW-FILE
011230     LABEL RECORDS ARE STANDARD.
011240     COPY CALCRUN.
011300
011311 FD  CALC-CTA-FILE
011322     LABEL RECORDS ARE STANDARD.
011333     COPY CALCCTA.
011344
011355 FD  CALC-LOGA-FILE
011366     LABEL RECORDS ARE STANDARD.
011377 01  CALC-LOGA-RECORD         PIC X(161).
011388
011400 WORKING-STORAGE         SECTION.
011500 01  WRK-TRANS-IMAGE          PIC X(57) VALUE SPACES.
011600 01  WRK-TRANS-FIELDS REDEFINES WRK-TRANS-IMAGE.
012100     05  WRK-TR-USO-ACUM      PIC X(01).
012150     05  WRK-TR-CONTA         PIC X(10).
012200     05  FILLER               PIC X(06).
012210 01  WRK-TRANS-ESTORNO REDEFINES WRK-TRANS-IMAGE.
012220     05  WRK-TV-TIPO          PIC X(01).
012230     05  WRK-TV-CHAVE-ORIG.
012240         10  WRK-TV-DATA      PIC X(08).
012250         10  WRK-TV-HORA      PIC X(06).
012260         10  WRK-TV-OPERADOR  PIC X(08).
012270         10  WRK-TV-SEQ       PIC X(03).
012280     05  FILLER               PIC X(31).
012300
012400 77  WRK-EOF-SW               PIC X(01) VALUE "N".
012500     88  WRK-EOF                        VALUE "Y".
016500 77  WRK-MOE-MAX              PIC 9(02) COMP VALUE 20.
016600 01  WRK-MOE-TABLE.
016700     05  WRK-MOE-ENTRY        PIC X(03) OCCURS 20 TIMES.
016710
016720 77  CALC-CTA-STATUS          PIC X(02) VALUE "00".
016730 77  WRK-CONTAS-SW            PIC X(01) VALUE "N".
016740     88  WRK-CONTAS-CARREGADAS          VALUE "Y".
016750 77  WRK-CTA-DATA-REF         PIC 9(08) VALUE ZERO.
016760 77  WRK-CTA-MOEDA            PIC X(03) VALUE SPACES.
016761
016763 77  CALC-LGA-STATUS          PIC X(02) VALUE "00".
016764 77  WRK-LGA-EOF-SW           PIC X(01) VALUE "N".
016766     88  WRK-LGA-EOF                    VALUE "Y".
016767 77  WRK-ESTORNOS-SW          PIC X(01) VALUE "N".
016769     88  WRK-ESTORNOS-CARREGADOS        VALUE "Y".
016770 77  WRK-LOG-ABERTO-SW        PIC X(01) VALUE "N".
016772     88  WRK-LOG-ABERTO                 VALUE "Y".
016773 77  WRK-ORIG-SW              PIC X(01) VALUE "N".
016775     88  WRK-ORIG-ACHADO                VALUE "Y".
016776 77  WRK-ORIG-STATUS          PIC X(02) VALUE SPACES.
016778 77  WRK-ORIG-TIPO            PIC X(01) VALUE SPACE.
016780 77  WRK-ESTORNO-COUNT        PIC 9(07) COMP VALUE ZERO.
016781 77  WRK-EST-QTD              PIC 9(05) COMP VALUE ZERO.
016783 77  WRK-EST-MAX              PIC 9(05) COMP VALUE 2000.
016784 77  WRK-EST-CHEIA-SW         PIC X(01) VALUE "N".
016785     88  WRK-EST-CHEIA                  VALUE "Y".
016786 01  WRK-EST-CHAVE            PIC X(25) VALUE SPACES.
016787 01  WRK-EST-TABLE.
016788     05  WRK-EST-ENTRY        PIC X(25) OCCURS 2000 TIMES.
016789 01  WRK-LGA-ENTRY.
016790     05  WRK-LA-CHAVE         PIC X(25).
016792     05  FILLER               PIC X(55).
016793     05  WRK-LA-STATUS        PIC X(02).
016795     05  FILLER               PIC X(16).
016796     05  WRK-LA-TIPO          PIC X(01).
016798     05  WRK-LA-REF-CHAVE     PIC X(25).
016800
016900 77  WRK-RUN-ID               PIC X(06) VALUE SPACES.
017000 77  WRK-RUN-ID-GERADO        PIC X(06) VALUE SPACES.
021900     05  WRK-DUP-MOEDA        PIC X(03) VALUE SPACES.
022000 01  WRK-DUP-TABLE.
022100     05  WRK-DUP-ENTRY        PIC X(40) OCCURS 5000 TIMES.
022140 01  WRK-DUP-CHV-TABLE.
022170     05  WRK-DUP-CHAVE        PIC X(25) OCCURS 5000 TIMES.
022200
022300 01  WRK-SUS-TABLE.
022400     05  WRK-SUS-ENTRY OCCURS 2000 TIMES.
028500     PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT.
028600     PERFORM 1300-LOAD-LOG-DUPS THRU 1300-EXIT.
028700     PERFORM 1400-LOAD-MOEDAS THRU 1400-EXIT.
028750     PERFORM 1700-OPEN-CONTAS THRU 1700-EXIT.
028800     IF WRK-NORMAL-MODE
028900        OPEN INPUT CALC-RAW-FILE
029000        IF CALC-RAW-STATUS NOT = "00"
032000*  1110-READ-RAW-ONE - LE UM REGISTRO BRUTO: HEADER ABRE O LOTE, *
032100*  TRAILER CONFERE A QUANTIDADE E O HASH DO QUE FOI TRANSMITIDO  *
032200*  E FECHA O LOTE LIMPO; DETALHE ACUMULA OS TOTAIS BRUTOS.       *
032250*  ESTORNO ("R") CONTA COMO DETALHE MAS NAO ENTRA NO HASH.       *
032300*----------------------------------------------------------------*
032400 1110-READ-RAW-ONE.
032500     READ CALC-RAW-FILE
034600     MOVE CALC-TRANS-RECORD TO WRK-TRANS-IMAGE.
034700     ADD 1 TO WRK-RAW-COUNT.
034800     ADD 1 TO WRK-RAW-SEG-COUNT.
034820     MOVE "Y" TO WRK-DETAIL-SW.
034840     IF CALC-TV-TIPO EQUAL "R"
034860        GO TO 1110-EXIT
034880     END-IF.
034900     IF CALC-TR-NUMERO1 NUMERIC
035000        ADD CALC-TR-NUMERO1 TO WRK-RAW-SEG-HASH
035100     END-IF.
035200     IF CALC-TR-NUMERO2 NUMERIC
035300        ADD CALC-TR-NUMERO2 TO WRK-RAW-SEG-HASH
035400     END-IF.
035600 1110-EXIT.
035700     EXIT.
035800
050500*  TRIPLAS (NUMERO1/NUMERO2/OPERACAO) JA PROCESSADAS COM SUCESSO *
050600*  NA DATA DE HOJE, SEGUNDO O LOG DE AUDITORIA, PARA QUE UMA     *
050700*  TRIPLA DIGITADA DUAS VEZES NO MESMO DIA SEJA SUSPENSA.        *
050730*  ESTORNOS NAO ENTRAM; O ORIGINAL ESTORNADO NO DIA SAI DA       *
050760*  TABELA, PARA QUE A REDIGITACAO CORRIGIDA SEJA ACEITA.         *
050800*----------------------------------------------------------------*
050900 1300-LOAD-LOG-DUPS.
051000     MOVE ZERO TO WRK-DUP-QTD.
053900             ELSE
054000             IF CALC-LG-DATA EQUAL WRK-DATE-NUM
054100                   AND CALC-LG-STATUS EQUAL "OK"
054150                   AND CALC-LG-TIPO NOT EQUAL "R"
054200                PERFORM 1380-ADD-LOG-DUP THRU 1380-EXIT
054300             END-IF
054310             IF CALC-LG-DATA EQUAL WRK-DATE-NUM
054320                   AND CALC-LG-STATUS EQUAL "OK"
054330                   AND CALC-LG-TIPO EQUAL "R"
054340                MOVE CALC-LG-REF-CHAVE TO WRK-EST-CHAVE
054350                PERFORM 1385-DROP-LOG-DUP THRU 1385-EXIT
054360             END-IF
054400             END-IF
054500     END-READ.
054600 1350-EXIT.
055200        MOVE SPACES TO WRK-DUP-ENTRY(WRK-DUP-QTD)
055300        MOVE CALC-LOG-RECORD(26:37)
055400            TO WRK-DUP-ENTRY(WRK-DUP-QTD)(1:37)
055450        MOVE CALC-LG-CHAVE TO WRK-DUP-CHAVE(WRK-DUP-QTD)
055500     ELSE
055600        DISPLAY "CALCEDIT - TABELA DE DUPLICIDADE CHEIA"
055700        MOVE "Y" TO WRK-LOG-EOF-SW
055900 1380-EXIT.
056000     EXIT.
056100
056110*----------------------------------------------------------------*
056120*  1385-DROP-LOG-DUP - TIRA DA TABELA DE DUPLICIDADE A TRIPLA DO *
056130*  ORIGINAL CUJA CHAVE NO LOG ESTA EM WRK-EST-CHAVE, POIS O      *
056140*  ORIGINAL ESTORNADO NAO CONTA MAIS COMO PROCESSADO: A          *
056150*  REDIGITACAO CORRIGIDA NO MESMO DIA NAO E DUPLICIDADE.         *
056160*----------------------------------------------------------------*
056165 1385-DROP-LOG-DUP.
056170     MOVE ZERO TO WRK-IX.
056175     PERFORM 1390-SCAN-LOG-DUP THRU 1390-EXIT
056180         UNTIL WRK-IX NOT LESS THAN WRK-DUP-QTD.
056182 1385-EXIT.
056184     EXIT.
056186
056188 1390-SCAN-LOG-DUP.
056190     ADD 1 TO WRK-IX.
056192     IF WRK-DUP-CHAVE(WRK-IX) EQUAL WRK-EST-CHAVE
056193        MOVE SPACES TO WRK-DUP-ENTRY(WRK-IX)
056194        MOVE SPACES TO WRK-DUP-CHAVE(WRK-IX)
056195     END-IF.
056196 1390-EXIT.
056197     EXIT.
056198
056200*----------------------------------------------------------------*
056300*  1400-LOAD-MOEDAS - CARREGA AS MOEDAS CONHECIDAS DA TABELA DE  *
056400*  TAXAS (CALCTAX). SEM O ARQUIVO A CRITICA DE MOEDA E PULADA.   *
056430*  TAXA RETIDA ("P") OU RECUSADA ("R") NA CARGA DO FEED (CALCTXL)*
056460*  NAO TORNA A MOEDA CONHECIDA.                                  *
056500*----------------------------------------------------------------*
056600 1400-LOAD-MOEDAS.
056700     MOVE ZERO TO WRK-MOE-QTD.
059100     EXIT.
059200
059300 1480-ADD-MOEDA.
059320     IF CALC-TX-SITUACAO NOT EQUAL SPACE
059340           AND CALC-TX-SITUACAO NOT EQUAL "C"
059360        GO TO 1480-EXIT
059380     END-IF.
059400     MOVE ZERO TO WRK-IX.
059500     MOVE "N"  TO WRK-FOUND-SW.
059600     PERFORM 1490-SCAN-MOEDA THRU 1490-EXIT
061513*  DO MOVIMENTO DO HEADER BRUTO, A MESMA DO CALCPTD; SEM HEADER  *
061514*  VALE A DATA DA EXECUCAO): JA "OK" SO REEXECUTA COM            *
061515*  CONFIRMACAO EXPLICITA DO OPERADOR; "EX" (EXECUCAO ANTERIOR    *
061516*  NAO ENCERRADA) PROSSEGUE COM AVISO. ANTES CONFERE OS PASSOS   *
061517*  PRE-REQUISITOS (1595); NO FIM CARIMBA O INICIO DESTA EXECUCAO.*
061518*----------------------------------------------------------------*
061519 1500-CHECK-RUN-CONTROL.
061520     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
061521     PERFORM 1510-PEEK-DATA-MOVTO THRU 1510-EXIT.
061522     PERFORM 1595-CHECK-PREREQS THRU 1595-EXIT.
061523     MOVE "CALCEDIT" TO WRK-RC-PASSO.
061524     PERFORM 1560-FIND-RUN-ENTRY THRU 1560-EXIT.
061525     IF WRK-RC-ACHOU
061576        END-IF
061577        MOVE "Y" TO WRK-PEEK-FIM-SW
061578     END-IF.
061579     IF CALC-TRANS-RECORD(1:1) NUMERIC OR CALC-TV-TIPO = "R"
061580        MOVE "Y" TO WRK-PEEK-FIM-SW
061581     END-IF.
061582 1515-EXIT.
061675     PERFORM 3300-REWRITE-RUN-CONTROL THRU 3300-EXIT.
061676 1590-EXIT.
061677     EXIT.
061679
061681*----------------------------------------------------------------*
061683*  1595-CHECK-PREREQS - CARREGA O MASTER DE CONTROLE DE          *
061685*  EXECUCAO E CONFERE OS PASSOS QUE TEM DE ESTAR "OK" NA DATA DE *
061687*  NEGOCIO ANTES DA CRITICA: AS TAXAS DE CAMBIO LIBERADAS PELA   *
061689*  CARGA DO FEED (CALCTXL) E AS INSTRUCOES PERMANENTES GERADAS   *
061691*  (CALCIPG). FALTANDO QUALQUER UM A EXECUCAO E RECUSADA.        *
061693*----------------------------------------------------------------*
061695 1595-CHECK-PREREQS.
061697     PERFORM 1520-LOAD-RUN-CONTROL THRU 1520-EXIT.
061699     MOVE "CALCTXL" TO WRK-RC-PASSO.
061701     PERFORM 1560-FIND-RUN-ENTRY THRU 1560-EXIT.
061703     IF NOT WRK-RC-ACHOU
061705           OR WRK-RC-RESULT(WRK-RC-IX) NOT EQUAL "OK"
061707        DISPLAY "CALCEDIT - TAXAS DE CAMBIO DA DATA "
061709            WRK-RC-DATA-NEG " NAO LIBERADAS (CALCTXL) - "
061711            "EXECUCAO RECUSADA"
061713        STOP RUN
061715     END-IF.
061717     MOVE "CALCIPG" TO WRK-RC-PASSO.
061719     PERFORM 1560-FIND-RUN-ENTRY THRU 1560-EXIT.
061721     IF NOT WRK-RC-ACHOU
061723           OR WRK-RC-RESULT(WRK-RC-IX) NOT EQUAL "OK"
061725        DISPLAY "CALCEDIT - INSTRUCOES PERMANENTES DA DATA "
061727            WRK-RC-DATA-NEG " NAO GERADAS (CALCIPG) - "
061729            "EXECUCAO RECUSADA"
061731        STOP RUN
061733     END-IF.
061735 1595-EXIT.
061737     EXIT.
061744
061767*----------------------------------------------------------------*
061769*  1700-OPEN-CONTAS - ABRE O CADASTRO DE CONTAS (CALCCTA) PARA A *
061771*  CRITICA DA CONTA. SEM O ARQUIVO A CRITICA E PULADA.           *
061773*----------------------------------------------------------------*
061775 1700-OPEN-CONTAS.
061777     MOVE "N" TO WRK-CONTAS-SW.
061779     OPEN INPUT CALC-CTA-FILE.
061781     IF CALC-CTA-STATUS NOT = "00"
061783        DISPLAY "CALCEDIT - SEM CADASTRO DE CONTAS (CALCCTA) - "
061785            "CRITICA DE CONTA PULADA"
061787        GO TO 1700-EXIT
061789     END-IF.
061791     MOVE "Y" TO WRK-CONTAS-SW.
061793 1700-EXIT.
061795     EXIT.
061797
061800*----------------------------------------------------------------*
061810*  2000-PROCESS-RAW - VALIDA UM REGISTRO BRUTO: LIMPO VAI PARA O *
061820*  CALCIN, REJEITADO VIRA UM SUSPENSO PENDENTE.                  *
063700*  WRK-TRANS-IMAGE: OPERANDOS NUMERICOS, CODIGO DE OPERACAO 1-6, *
063800*  DIVISOR ZERO E TRIPLA DUPLICADA NO DIA. MESMAS REGRAS DA      *
063900*  2050-VALIDATE-TRANSACTION DA CALCULADORA, MAIS A DUPLICIDADE. *
063950*  ESTORNO ("R") TEM CRITICA PROPRIA (2600-CHECK-ESTORNO).       *
064000*----------------------------------------------------------------*
064100 2050-VALIDATE-IMAGE.
064200     MOVE "Y"    TO WRK-VALID-SW.
064300     MOVE SPACES TO WRK-MOTIVO.
064320     IF WRK-TV-TIPO EQUAL "R"
064340        PERFORM 2600-CHECK-ESTORNO THRU 2600-EXIT
064360        GO TO 2050-DISPLAY
064380     END-IF.
064400     IF WRK-TR-USO-ACUM NOT EQUAL SPACE
064500           AND WRK-TR-USO-ACUM NOT EQUAL "1"
064600           AND WRK-TR-USO-ACUM NOT EQUAL "2"
067900     IF WRK-INVALID
068000        GO TO 2050-DISPLAY
068100     END-IF.
068110     PERFORM 2060-CHECK-CONTA THRU 2060-EXIT.
068120     IF WRK-INVALID
068130        GO TO 2050-DISPLAY
068140     END-IF.
068200     IF WRK-EM-SET
068300        GO TO 2050-DISPLAY
068400     END-IF.
069300            " REJEITADO - MOTIVO " WRK-MOTIVO
069400     END-IF.
069500 2050-EXIT.
069502     EXIT.
069504
069506*----------------------------------------------------------------*
069508*  2060-CHECK-CONTA - CONTA INFORMADA TEM DE EXISTIR NO CADASTRO *
069510*  (CALCCTA), ESTAR ABERTA, VIGENTE NA DATA DO MOVIMENTO (NEM    *
069512*  ANTES DA DATA EFETIVA NEM A PARTIR DO ENCERRAMENTO) E ACEITAR *
069514*  A MOEDA DA TRANSACAO. CONTA EM BRANCO PASSA; SEM O CADASTRO A *
069516*  CRITICA E PULADA (AVISO JA DADO NA ABERTURA).                 *
069518*----------------------------------------------------------------*
069520 2060-CHECK-CONTA.
069522     IF WRK-TR-CONTA EQUAL SPACES
069524           OR NOT WRK-CONTAS-CARREGADAS
069526        GO TO 2060-EXIT
069528     END-IF.
069530     IF WRK-DATA-MOVTO EQUAL ZERO
069532        MOVE WRK-DATE-NUM   TO WRK-CTA-DATA-REF
069534     ELSE
069536        MOVE WRK-DATA-MOVTO TO WRK-CTA-DATA-REF
069538     END-IF.
069540     MOVE WRK-TR-CONTA TO CALC-CT-CONTA.
069542     READ CALC-CTA-FILE
069544         INVALID KEY
069546             MOVE "N"  TO WRK-VALID-SW
069548             MOVE "08" TO WRK-MOTIVO
069550             GO TO 2060-EXIT
069552     END-READ.
069554     IF CALC-CT-STATUS NOT EQUAL "AB"
069556           OR CALC-CT-DATA-EFETIVA GREATER THAN WRK-CTA-DATA-REF
069558           OR (CALC-CT-DATA-ENCERRA NOT EQUAL ZERO
069560           AND CALC-CT-DATA-ENCERRA NOT GREATER THAN
069562               WRK-CTA-DATA-REF)
069564        MOVE "N"  TO WRK-VALID-SW
069566        MOVE "08" TO WRK-MOTIVO
069568        GO TO 2060-EXIT
069570     END-IF.
069572     IF CALC-CT-MOEDA EQUAL SPACES
069574        GO TO 2060-EXIT
069576     END-IF.
069578     MOVE WRK-TR-MOEDA TO WRK-CTA-MOEDA.
069580     IF WRK-CTA-MOEDA EQUAL SPACES
069582        MOVE "BRL" TO WRK-CTA-MOEDA
069584     END-IF.
069586     IF WRK-CTA-MOEDA NOT EQUAL CALC-CT-MOEDA
069588        MOVE "N"  TO WRK-VALID-SW
069590        MOVE "08" TO WRK-MOTIVO
069592     END-IF.
069594 2060-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------------*
075800*  2100-WRITE-CLEAN - GRAVA A IMAGEM APROVADA NO CALCIN E GUARDA *
075900*  A TRIPLA NA TABELA DE DUPLICIDADE, PARA QUE A MESMA TRIPLA    *
076000*  REPETIDA MAIS ADIANTE NO PROPRIO ARQUIVO TAMBEM SEJA PEGA.    *
076030*  ESTORNO FICA FORA DO HASH E DA DUPLICIDADE; A CHAVE DO        *
076060*  ORIGINAL ENTRA NA TABELA DOS JA ESTORNADOS E SAI DA TABELA DE *
076080*  DUPLICIDADE.                                                  *
076100*----------------------------------------------------------------*
076200 2100-WRITE-CLEAN.
076300     IF NOT WRK-HDR-GRAVADO
076700     WRITE CALC-CLEAN-RECORD.
076800     ADD 1 TO WRK-CLEAN-COUNT.
076900     ADD 1 TO WRK-CLEAN-SEG-COUNT.
076910     IF WRK-TV-TIPO EQUAL "R"
076920        ADD 1 TO WRK-ESTORNO-COUNT
076940        MOVE WRK-TV-CHAVE-ORIG TO WRK-EST-CHAVE
076950        PERFORM 2690-ADD-ESTORNADO THRU 2690-EXIT
076960        PERFORM 1385-DROP-LOG-DUP THRU 1385-EXIT
076970        GO TO 2100-EXIT
076980     END-IF.
077000     ADD WRK-TR-NUMERO1 TO WRK-CLEAN-SEG-HASH.
077100     ADD WRK-TR-NUMERO2 TO WRK-CLEAN-SEG-HASH.
077200     IF WRK-DUP-QTD LESS THAN WRK-DUP-MAX
077300        ADD 1 TO WRK-DUP-QTD
077400        MOVE WRK-DUP-KEY TO WRK-DUP-ENTRY(WRK-DUP-QTD)
077450        MOVE SPACES TO WRK-DUP-CHAVE(WRK-DUP-QTD)
077500     ELSE
077600        DISPLAY "CALCEDIT - TABELA DE DUPLICIDADE CHEIA"
077700     END-IF.
108500         WRK-SU-STATUS(WRK-SB-SUS-IX(WRK-MRK-IX)).
108600 2565-EXIT.
108700     EXIT.
108701
108702*----------------------------------------------------------------*
108703*  2600-CHECK-ESTORNO - CRITICA DO ESTORNO: A CHAVE DO ORIGINAL  *
108704*  TEM DE SER VALIDA; O ORIGINAL TEM DE EXISTIR NO CALCLOG OU NO *
108705*  ARQUIVO MORTO (CALCLOGA), TER TERMINADO "OK", SER CALCULO     *
108706*  AVULSO (NEM PASSO DE SET NEM OUTRO ESTORNO) E NAO TER SIDO    *
108707*  ESTORNADO ANTES. ESTORNO DENTRO DE SET E INVALIDO. QUALQUER   *
108708*  FALHA REJEITA COM MOTIVO 09. COM A TABELA DE ESTORNADOS CHEIA *
108709*  NAO HA COMO GARANTIR QUE O ORIGINAL NAO FOI ESTORNADO: TODO   *
108710*  ESTORNO E REJEITADO.                                          *
108711*----------------------------------------------------------------*
108712 2600-CHECK-ESTORNO.
108713     MOVE "N"  TO WRK-VALID-SW.
108714     MOVE "09" TO WRK-MOTIVO.
108715     IF WRK-EM-SET
108716        GO TO 2600-EXIT
108717     END-IF.
108718     IF WRK-TV-DATA NOT NUMERIC
108719           OR WRK-TV-HORA NOT NUMERIC
108720           OR WRK-TV-SEQ NOT NUMERIC
108721           OR WRK-TV-OPERADOR EQUAL SPACES
108722        GO TO 2600-EXIT
108723     END-IF.
108724     IF NOT WRK-ESTORNOS-CARREGADOS
108725        PERFORM 2650-LOAD-ESTORNADOS THRU 2650-EXIT
108726     END-IF.
108727     PERFORM 2610-FIND-ORIGINAL THRU 2610-EXIT.
108728     IF NOT WRK-ORIG-ACHADO
108729        GO TO 2600-EXIT
108730     END-IF.
108731     IF WRK-ORIG-STATUS NOT EQUAL "OK"
108732           OR WRK-ORIG-TIPO NOT EQUAL SPACE
108733        GO TO 2600-EXIT
108734     END-IF.
108735     MOVE "N"  TO WRK-FOUND-SW.
108736     MOVE ZERO TO WRK-IX.
108737     PERFORM 2680-SCAN-ESTORNADO THRU 2680-EXIT
108738         UNTIL WRK-FOUND OR WRK-IX NOT LESS THAN WRK-EST-QTD.
108739     IF WRK-FOUND OR WRK-EST-CHEIA
108740        GO TO 2600-EXIT
108741     END-IF.
108742     MOVE "Y"    TO WRK-VALID-SW.
108743     MOVE SPACES TO WRK-MOTIVO.
108744 2600-EXIT.
108745     EXIT.
108746
108747*----------------------------------------------------------------*
108748*  2610-FIND-ORIGINAL - LE O ORIGINAL PELA CHAVE NO CALCLOG;     *
108749*  FORA DELE PROCURA NO ARQUIVO MORTO (CALCLOGA), DO COMECO AO   *
108750*  FIM. DEIXA O STATUS E O TIPO DO ORIGINAL ACHADO.              *
108751*----------------------------------------------------------------*
108752 2610-FIND-ORIGINAL.
108753     MOVE "N"    TO WRK-ORIG-SW.
108754     MOVE SPACES TO WRK-ORIG-STATUS.
108755     MOVE SPACE  TO WRK-ORIG-TIPO.
108756     IF WRK-LOG-ABERTO
108757        MOVE WRK-TV-CHAVE-ORIG TO CALC-LG-CHAVE
108758        READ CALC-LOG-FILE
108759            KEY IS CALC-LG-CHAVE
108760            INVALID KEY
108761                MOVE "N" TO WRK-ORIG-SW
108762            NOT INVALID KEY
108763                MOVE "Y" TO WRK-ORIG-SW
108764                MOVE CALC-LG-STATUS TO WRK-ORIG-STATUS
108765                MOVE CALC-LG-TIPO   TO WRK-ORIG-TIPO
108766        END-READ
108767     END-IF.
108768     IF WRK-ORIG-ACHADO
108769        GO TO 2610-EXIT
108770     END-IF.
108771     OPEN INPUT CALC-LOGA-FILE.
108772     IF CALC-LGA-STATUS NOT = "00"
108773        GO TO 2610-EXIT
108774     END-IF.
108775     MOVE "N" TO WRK-LGA-EOF-SW.
108776     PERFORM 2620-READ-ARQ-ORIGINAL THRU 2620-EXIT
108777         UNTIL WRK-LGA-EOF OR WRK-ORIG-ACHADO.
108778     CLOSE CALC-LOGA-FILE.
108779 2610-EXIT.
108780     EXIT.
108781
108782 2620-READ-ARQ-ORIGINAL.
108783     READ CALC-LOGA-FILE
108784         AT END
108785             MOVE "Y" TO WRK-LGA-EOF-SW
108786             GO TO 2620-EXIT
108787     END-READ.
108788     MOVE CALC-LOGA-RECORD TO WRK-LGA-ENTRY.
108789     IF WRK-LA-CHAVE EQUAL WRK-TV-CHAVE-ORIG
108790        MOVE "Y" TO WRK-ORIG-SW
108791        MOVE WRK-LA-STATUS TO WRK-ORIG-STATUS
108792        MOVE WRK-LA-TIPO   TO WRK-ORIG-TIPO
108793     END-IF.
108794 2620-EXIT.
108795     EXIT.
108800
108801*----------------------------------------------------------------*
108802*  2650-LOAD-ESTORNADOS - NO PRIMEIRO ESTORNO DA EXECUCAO ABRE O *
108803*  CALCLOG PARA AS LEITURAS PELA CHAVE (FICA ABERTO ATE O FIM) E *
108804*  CARREGA NA TABELA AS CHAVES DOS ORIGINAIS JA ESTORNADOS COM   *
108805*  SUCESSO, NO CALCLOG E NO ARQUIVO MORTO (CALCLOGA).            *
108806*----------------------------------------------------------------*
108807 2650-LOAD-ESTORNADOS.
108808     MOVE "Y"  TO WRK-ESTORNOS-SW.
108809     MOVE ZERO TO WRK-EST-QTD.
108810     OPEN INPUT CALC-LOG-FILE.
108811     IF CALC-LOG-IOSTAT EQUAL "00"
108812        MOVE "Y" TO WRK-LOG-ABERTO-SW
108813        MOVE "N" TO WRK-LOG-EOF-SW
108814        MOVE SPACES TO CALC-LOG-RECORD
108815        MOVE ZEROS  TO CALC-LG-DATA
108816        MOVE ZEROS  TO CALC-LG-HORA
108817        MOVE ZEROS  TO CALC-LG-SEQ
108818        START CALC-LOG-FILE
108819            KEY NOT LESS THAN CALC-LG-CHAVE
108820            INVALID KEY
108821                MOVE "Y" TO WRK-LOG-EOF-SW
108822        END-START
108823        PERFORM 2660-READ-LOG-ESTORNO THRU 2660-EXIT
108824            UNTIL WRK-LOG-EOF
108825     END-IF.
108826     OPEN INPUT CALC-LOGA-FILE.
108827     IF CALC-LGA-STATUS NOT = "00"
108828        GO TO 2650-EXIT
108829     END-IF.
108830     MOVE "N" TO WRK-LGA-EOF-SW.
108831     PERFORM 2670-READ-ARQ-ESTORNO THRU 2670-EXIT
108832         UNTIL WRK-LGA-EOF.
108833     CLOSE CALC-LOGA-FILE.
108834 2650-EXIT.
108835     EXIT.
108836
108837 2660-READ-LOG-ESTORNO.
108838     READ CALC-LOG-FILE NEXT RECORD
108839         AT END
108840             MOVE "Y" TO WRK-LOG-EOF-SW
108841             GO TO 2660-EXIT
108842     END-READ.
108843     IF CALC-LG-TIPO EQUAL "R"
108844           AND CALC-LG-STATUS EQUAL "OK"
108845        MOVE CALC-LG-REF-CHAVE TO WRK-EST-CHAVE
108846        PERFORM 2690-ADD-ESTORNADO THRU 2690-EXIT
108847     END-IF.
108848 2660-EXIT.
108849     EXIT.
108850
108851 2670-READ-ARQ-ESTORNO.
108852     READ CALC-LOGA-FILE
108853         AT END
108854             MOVE "Y" TO WRK-LGA-EOF-SW
108855             GO TO 2670-EXIT
108856     END-READ.
108857     MOVE CALC-LOGA-RECORD TO WRK-LGA-ENTRY.
108858     IF WRK-LA-TIPO EQUAL "R"
108859           AND WRK-LA-STATUS EQUAL "OK"
108860        MOVE WRK-LA-REF-CHAVE TO WRK-EST-CHAVE
108861        PERFORM 2690-ADD-ESTORNADO THRU 2690-EXIT
108862     END-IF.
108863 2670-EXIT.
108864     EXIT.
108865
108866 2680-SCAN-ESTORNADO.
108867     ADD 1 TO WRK-IX.
108868     IF WRK-EST-ENTRY(WRK-IX) EQUAL WRK-TV-CHAVE-ORIG
108869        MOVE "Y" TO WRK-FOUND-SW
108870     END-IF.
108871 2680-EXIT.
108872     EXIT.
108873
108874*----------------------------------------------------------------*
108875*  2690-ADD-ESTORNADO - GUARDA NA TABELA A CHAVE DE UM ORIGINAL  *
108876*  JA ESTORNADO (WRK-EST-CHAVE). SEM LUGAR, LIGA WRK-EST-CHEIA   *
108877*  E A 2600 PASSA A REJEITAR TODO ESTORNO.                       *
108878*----------------------------------------------------------------*
108879 2690-ADD-ESTORNADO.
108880     IF WRK-EST-QTD LESS THAN WRK-EST-MAX
108881        ADD 1 TO WRK-EST-QTD
108882        MOVE WRK-EST-CHAVE TO WRK-EST-ENTRY(WRK-EST-QTD)
108883     ELSE
108884        IF NOT WRK-EST-CHEIA
108885           DISPLAY "CALCEDIT - TABELA DE ESTORNOS CHEIA"
108886        END-IF
108887        MOVE "Y" TO WRK-EST-CHEIA-SW
108888     END-IF.
108889 2690-EXIT.
108890     EXIT.
108891
108900*----------------------------------------------------------------*
109000*  3000-FINALIZE - FECHA OS ARQUIVOS, REGRAVA O SUSPENSE COM OS  *
109100*  STATUS ATUALIZADOS E MOSTRA OS TOTAIS DA EXECUCAO, INCLUSIVE  *
111600     END-IF.
111700     PERFORM 2120-WRITE-TRAILER THRU 2120-EXIT.
111800     CLOSE CALC-CLEAN-FILE.
111810     IF WRK-CONTAS-CARREGADAS
111820        CLOSE CALC-CTA-FILE
111830     END-IF.
111840     IF WRK-LOG-ABERTO
111860        CLOSE CALC-LOG-FILE
111880     END-IF.
111900     PERFORM 3100-REWRITE-SUSPENSE THRU 3100-EXIT.
112000     DISPLAY "CALCEDIT - " WRK-RAW-COUNT " REGISTROS LIDOS, "
112100         WRK-CLEAN-COUNT " APROVADOS, "
112300         WRK-RESUB-COUNT " RESSUBMETIDOS".
112400     DISPLAY "CALCEDIT - " WRK-PEND-COUNT
112500         " SUSPENSOS AINDA PENDENTES".
112502     IF WRK-ESTORNO-COUNT GREATER THAN ZERO
112504        DISPLAY "CALCEDIT - " WRK-ESTORNO-COUNT
112506            " ESTORNOS APROVADOS"
112508     END-IF.
112510     IF WRK-NORMAL-MODE
112520        PERFORM 3200-STAMP-RUN-END THRU 3200-EXIT
112530     END-IF.
