000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCVARR.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. VARREDURA DE FIM DE DIA   *
001200*                   DOS CALCULOS ONLINE: RECOLHE AS ENTRADAS DO  *
001300*                   CALCLOG COM RUN-ID "ONLINE" (TRANSACAO CALC, *
001400*                   CALCONL) DA DATA DE NEGOCIO PEDIDA NUM LOTE  *
001500*                   COM RUN-ID PROPRIO, HEADER E TRAILER         *
001600*                   (CALCVLT, LAYOUT DO CALCIN), GRAVA CADA UMA  *
001700*                   NO CALCOUT (TIPO "O", COM A CHAVE DO LOG),   *
001800*                   LANCA AS ESTATISTICAS NO CALCPTD E OS SALDOS *
001900*                   NO RESUMO DE POSTAGEM (CALCPSM), E RELE O    *
002000*                   QUE GRAVOU PARA O CERTIFICADO DE BATIMENTO   *
002100*                   NO ESTILO DO CALCBAL (CALCVBR). E PASSO      *
002200*                   PROPRIO NO CONTROLE DE EXECUCAO (CALCRUN,    *
002300*                   PASSO CALCVARR): DATA JA VARRIDA ("OK") NAO  *
002400*                   E VARRIDA DE NOVO.                           *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT             DIVISION.
002700 INPUT-OUTPUT            SECTION.
002800 FILE-CONTROL.
002900     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003200         RECORD KEY   IS CALC-LG-CHAVE
003300         FILE STATUS  IS CALC-LOG-IOSTAT.
003400
003500     SELECT CALC-VLT-FILE    ASSIGN TO CALCVLT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS  IS CALC-VLT-STATUS.
003800
003900     SELECT CALC-OUT-FILE    ASSIGN TO CALCOUT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS  IS CALC-OUT-STATUS.
004200
004300     SELECT CALC-PTD-FILE    ASSIGN TO CALCPTD
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS DYNAMIC
004600         RECORD KEY   IS CALC-PT-CHAVE
004700         FILE STATUS  IS CALC-PTD-STATUS.
004800
004900     SELECT CALC-PSM-FILE    ASSIGN TO CALCPSM
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS  IS CALC-PSM-STATUS.
005200
005300     SELECT CALC-VBR-FILE    ASSIGN TO CALCVBR
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS  IS CALC-VBR-STATUS.
005600
005700     SELECT CALC-RUN-FILE    ASSIGN TO CALCRUN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS CALC-RUN-STATUS.
006000
006100 DATA                    DIVISION.
006200 FILE                    SECTION.
006300 FD  CALC-LOG-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCLOG.
006600
006700 FD  CALC-VLT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CALCREC.
007000
007100 FD  CALC-OUT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CALCOUT.
007400
007500 FD  CALC-PTD-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCPTD.
007800
007900 FD  CALC-PSM-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CALCPSM.
008200
008300 FD  CALC-VBR-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  CALC-VBR-RECORD          PIC X(80).
008600
008700 FD  CALC-RUN-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CALCRUN.
009000
009100 WORKING-STORAGE         SECTION.
009200 77  WRK-EOF-SW               PIC X(01) VALUE "N".
009300     88  WRK-EOF                        VALUE "Y".
009400 77  CALC-LOG-IOSTAT          PIC X(02) VALUE "00".
009500 77  CALC-VLT-STATUS          PIC X(02) VALUE "00".
009600 77  CALC-OUT-STATUS          PIC X(02) VALUE "00".
009700 77  CALC-PTD-STATUS          PIC X(02) VALUE "00".
009800 77  CALC-PSM-STATUS          PIC X(02) VALUE "00".
009900 77  CALC-VBR-STATUS          PIC X(02) VALUE "00".
010000
010100 77  WRK-RUN-ID               PIC X(06) VALUE SPACES.
010200 77  WRK-RUN-ONLINE           PIC X(06) VALUE "ONLINE".
010300 77  WRK-DATA-PEDIDA          PIC 9(08) VALUE ZERO.
010400 77  WRK-LOG-DISP-SW          PIC X(01) VALUE "Y".
010500     88  WRK-LOG-DISPONIVEL             VALUE "Y".
010600 77  WRK-LOG-COUNT            PIC 9(07) COMP VALUE ZERO.
010700 77  WRK-LOG-ERRO-COUNT       PIC 9(07) COMP VALUE ZERO.
010800 77  WRK-DET-COUNT            PIC 9(07) COMP VALUE ZERO.
010900 77  WRK-SEM-CONTA-COUNT      PIC 9(07) COMP VALUE ZERO.
011000 77  WRK-POST-COUNT           PIC 9(07) COMP VALUE ZERO.
011100 77  WRK-PSM-FORA-COUNT       PIC 9(07) COMP VALUE ZERO.
011200 77  WRK-PTD-FALHA-COUNT      PIC 9(07) COMP VALUE ZERO.
011300 77  WRK-OK-SW                PIC X(01) VALUE "Y".
011400     88  WRK-TUDO-CONFERE               VALUE "Y".
011500 01  WRK-LOG-SOMA             PIC S9(16)V99 VALUE ZEROS.
011600 01  WRK-LOG-SOMA-OK          PIC S9(16)V99 VALUE ZEROS.
011700 01  WRK-LOG-HASH             PIC S9(16)V99 VALUE ZEROS.
011800 01  WRK-CONTA-SOMA           PIC S9(16)V99 VALUE ZEROS.
011900 01  WRK-PSM-SOMA             PIC S9(16)V99 VALUE ZEROS.
012000 01  WRK-PTD-SOMA             PIC S9(16)V99 VALUE ZEROS.
012100 01  WRK-DIFERENCA            PIC S9(16)V99 VALUE ZEROS.
012200
012300*    PROVA - O QUE FOI RELIDO DO LOTE E DO CALCOUT DEPOIS DE
012400*    GRAVADOS.
012500 77  WRK-PV-HDR-SW            PIC X(01) VALUE "N".
012600     88  WRK-PV-NO-LOTE                 VALUE "Y".
012700 77  WRK-PV-TRL-SW            PIC X(01) VALUE "N".
012800     88  WRK-PV-TRL-VISTO               VALUE "Y".
012900 77  WRK-PV-DET-COUNT         PIC 9(07) COMP VALUE ZERO.
013000 77  WRK-PV-TRL-QTD           PIC 9(07) COMP VALUE ZERO.
013100 77  WRK-PV-OUT-COUNT         PIC 9(07) COMP VALUE ZERO.
013200 01  WRK-PV-TRL-HASH          PIC S9(16)V99 VALUE ZEROS.
013300 01  WRK-PV-DET-HASH          PIC S9(16)V99 VALUE ZEROS.
013400 01  WRK-PV-OUT-SOMA          PIC S9(16)V99 VALUE ZEROS.
013500
013600 77  WRK-PTD-OP               PIC X(01) VALUE SPACE.
013700 77  WRK-PTD-ACHOU-SW         PIC X(01) VALUE "N".
013800     88  WRK-PTD-ACHOU                  VALUE "Y".
013900 77  WRK-PR-IX                PIC 9(03) COMP VALUE ZERO.
014000 77  WRK-PR-QTD               PIC 9(03) COMP VALUE ZERO.
014100 77  WRK-PR-MAX               PIC 9(03) COMP VALUE 10.
014200 01  WRK-PTD-RUN-TABLE.
014300     05  WRK-PR-ENTRY OCCURS 10 TIMES.
014400         10  WRK-PR-OP        PIC X(01).
014500         10  WRK-PR-TQTD      PIC 9(07) COMP.
014600         10  WRK-PR-ERROS     PIC 9(07) COMP.
014700         10  WRK-PR-SOMA      PIC S9(16)V99.
014800
014900 77  WRK-ACHOU-SW             PIC X(01) VALUE "N".
015000     88  WRK-ACHOU                      VALUE "Y".
015100 77  WRK-CT-IX                PIC 9(05) COMP VALUE ZERO.
015200 77  WRK-CT-QTD               PIC 9(05) COMP VALUE ZERO.
015300 77  WRK-CT-MAX               PIC 9(05) COMP VALUE 5000.
015400 01  WRK-CONTA-TABLE.
015500     05  WRK-CT-ENTRY OCCURS 5000 TIMES.
015600         10  WRK-CT-CONTA     PIC X(10).
015700         10  WRK-CT-QTD2      PIC 9(07) COMP.
015800         10  WRK-CT-SALDO     PIC S9(16)V99.
015900
016000 01  WRK-VBR-TITULO.
016100     05  FILLER               PIC X(44) VALUE
016200         "CALCVARR - BATIMENTO DA VARREDURA - RUN-ID: ".
016300     05  WRK-TIT-RUN-ID       PIC X(06).
016400     05  FILLER               PIC X(30) VALUE SPACES.
016500 01  WRK-VBR-DATA.
016600     05  FILLER               PIC X(36) VALUE
016700         "DATA DE NEGOCIO VARRIDA          : ".
016800     05  WRK-VBD-DATA         PIC 9(08).
016900     05  FILLER               PIC X(36) VALUE SPACES.
017000 01  WRK-VBR-LINHA.
017100     05  WRK-VBL-TEXTO        PIC X(36).
017200     05  WRK-VBL-VALOR        PIC -(16)9.99.
017300     05  FILLER               PIC X(24) VALUE SPACES.
017400 01  WRK-VBR-CONTAGEM.
017500     05  WRK-VBC-TEXTO        PIC X(36).
017600     05  WRK-VBC-QTD          PIC ZZZZZZ9.
017700     05  FILLER               PIC X(37) VALUE SPACES.
017800 01  WRK-VBR-AVISO            PIC X(80) VALUE SPACES.
017900
018000 01  WRK-CURRENT-DATE.
018100     05  WRK-DATE-NUM         PIC 9(08).
018200 01  WRK-CURRENT-TIME.
018300     05  WRK-TIME-NUM         PIC 9(08).
018400
018500 77  CALC-RUN-STATUS          PIC X(02) VALUE "00".
018600 77  WRK-RUN-EOF-SW           PIC X(01) VALUE "N".
018700     88  WRK-RUN-EOF                    VALUE "Y".
018800 77  WRK-RC-QTD               PIC 9(03) COMP VALUE ZERO.
018900 77  WRK-RC-MAX               PIC 9(03) COMP VALUE 200.
019000 77  WRK-RC-IX                PIC 9(03) COMP VALUE ZERO.
019100 77  WRK-RC-MEU-IX            PIC 9(03) COMP VALUE ZERO.
019200 77  WRK-RC-ACHOU-SW          PIC X(01) VALUE "N".
019300     88  WRK-RC-ACHOU                   VALUE "Y".
019400 77  WRK-RC-TRUNC-SW          PIC X(01) VALUE "N".
019500     88  WRK-RC-TRUNCADA                VALUE "Y".
019600 77  WRK-RC-PASSO             PIC X(12) VALUE SPACES.
019700 77  WRK-OVERRIDE-SW          PIC X(01) VALUE "N".
019800 77  WRK-RC-DATA-NEG          PIC 9(08) VALUE ZERO.
019900 01  WRK-RC-TABLE.
020000     05  WRK-RC-ENTRY OCCURS 200 TIMES.
020100         10  WRK-RC-DATA      PIC 9(08).
020200         10  WRK-RC-PROG      PIC X(12).
020300         10  WRK-RC-INI       PIC 9(06).
020400         10  WRK-RC-FIM       PIC 9(06).
020500         10  WRK-RC-RESULT    PIC X(02).
020600         10  WRK-RC-SEQ       PIC 9(03).
020700         10  FILLER           PIC X(03).
020800
020900 PROCEDURE               DIVISION.
021000
021100*----------------------------------------------------------------*
021200*  0000-MAINLINE - PEDE A DATA DE NEGOCIO, CONFERE O CONTROLE DE *
021300*  EXECUCAO, VARRE O LOG, LANCA ESTATISTICAS E SALDOS, RELE O    *
021400*  QUE GRAVOU E IMPRIME O CERTIFICADO OU A DIVERGENCIA.          *
021500*----------------------------------------------------------------*
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 6000-CHECK-RUN-CONTROL THRU 6000-EXIT.
021900     PERFORM 1500-LOAD-SUMMARY THRU 1500-EXIT.
022000     PERFORM 2000-SWEEP-LOG THRU 2000-EXIT.
022100     PERFORM 3000-POST-PTD THRU 3000-EXIT.
022200     PERFORM 3500-REWRITE-SUMMARY THRU 3500-EXIT.
022300     PERFORM 4000-PROVE-BATCH THRU 4000-EXIT.
022400     PERFORM 4500-PROVE-CALCOUT THRU 4500-EXIT.
022500     OPEN OUTPUT CALC-VBR-FILE.
022600     PERFORM 5000-PRINT-RESULT THRU 5000-EXIT.
022700     CLOSE CALC-VBR-FILE.
022800     PERFORM 6400-STAMP-RUN-END THRU 6400-EXIT.
022900     DISPLAY "CALCVARR - DATA " WRK-RC-DATA-NEG " VARRIDA NO "
023000         "RUN-ID " WRK-RUN-ID " - " WRK-LOG-COUNT
023100         " CALCULOS ONLINE".
023200     STOP RUN.
023300
023400*----------------------------------------------------------------*
023500*  1000-INITIALIZE - PEDE A DATA DE NEGOCIO (ZERO = HOJE), QUE   *
023600*  NAO PODE SER FUTURA, GERA O RUN-ID DA VARREDURA ("O" MAIS O   *
023700*  HORARIO, COMO O CALCEDIT GERA O SEU) E ABRE O LOG. LOG QUE    *
023800*  NUNCA FOI CRIADO (STATUS 35) E UMA VARREDURA VAZIA; QUALQUER  *
023900*  OUTRO ERRO RECUSA A EXECUCAO ANTES DE CARIMBAR O CONTROLE.    *
024000*----------------------------------------------------------------*
024100 1000-INITIALIZE.
024200     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
024300     ACCEPT WRK-CURRENT-TIME FROM TIME.
024400     DISPLAY "CALCVARR - DATA DE NEGOCIO (AAAAMMDD, 0=HOJE): ".
024500     ACCEPT WRK-DATA-PEDIDA FROM CONSOLE.
024600     IF WRK-DATA-PEDIDA EQUAL ZERO
024700        MOVE WRK-DATE-NUM TO WRK-DATA-PEDIDA
024800     END-IF.
024900     IF WRK-DATA-PEDIDA GREATER THAN WRK-DATE-NUM
025000        DISPLAY "CALCVARR - DATA " WRK-DATA-PEDIDA
025100            " NO FUTURO - EXECUCAO RECUSADA"
025200        STOP RUN
025300     END-IF.
025400     MOVE WRK-DATA-PEDIDA TO WRK-RC-DATA-NEG.
025500     MOVE "O" TO WRK-RUN-ID(1:1).
025600     MOVE WRK-CURRENT-TIME(1:5) TO WRK-RUN-ID(2:5).
025700     OPEN INPUT CALC-LOG-FILE.
025800     IF CALC-LOG-IOSTAT EQUAL "35"
025900        MOVE "N" TO WRK-LOG-DISP-SW
026000        DISPLAY "CALCVARR - CALCLOG AINDA NAO CRIADO - "
026100            "VARREDURA VAZIA"
026200        GO TO 1000-EXIT
026300     END-IF.
026400     IF CALC-LOG-IOSTAT NOT = "00"
026500        DISPLAY "CALCVARR - CALCLOG INDISPONIVEL ("
026600            CALC-LOG-IOSTAT ") - EXECUCAO RECUSADA"
026700        STOP RUN
026800     END-IF.
026900 1000-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  1500-LOAD-SUMMARY - CARREGA O RESUMO DE POSTAGEM ATUAL NA     *
027400*  TABELA DE CONTAS, ONDE A VARREDURA SOMA OS RESULTADOS ONLINE  *
027500*  ANTES DE REGRAVAR. SEM O ARQUIVO A TABELA COMECA VAZIA.       *
027600*----------------------------------------------------------------*
027700 1500-LOAD-SUMMARY.
027800     MOVE ZERO TO WRK-CT-QTD.
027900     OPEN INPUT CALC-PSM-FILE.
028000     IF CALC-PSM-STATUS NOT = "00"
028100        GO TO 1500-EXIT
028200     END-IF.
028300     MOVE "N" TO WRK-EOF-SW.
028400     PERFORM 1550-READ-SUMMARY THRU 1550-EXIT
028500         UNTIL WRK-EOF.
028600     CLOSE CALC-PSM-FILE.
028700 1500-EXIT.
028800     EXIT.
028900
029000 1550-READ-SUMMARY.
029100     READ CALC-PSM-FILE
029200         AT END
029300             MOVE "Y" TO WRK-EOF-SW
029400             GO TO 1550-EXIT
029500     END-READ.
029600     IF WRK-CT-QTD NOT LESS THAN WRK-CT-MAX
029700        DISPLAY "CALCVARR - TABELA DE CONTAS CHEIA - "
029800            "EXECUCAO ABORTADA ANTES DA VARREDURA"
029900        STOP RUN
030000     END-IF.
030100     ADD 1 TO WRK-CT-QTD.
030200     MOVE CALC-PS-CONTA TO WRK-CT-CONTA(WRK-CT-QTD).
030300     MOVE CALC-PS-QTD   TO WRK-CT-QTD2(WRK-CT-QTD).
030400     MOVE CALC-PS-SALDO TO WRK-CT-SALDO(WRK-CT-QTD).
030500 1550-EXIT.
030600     EXIT.
030700
030800*----------------------------------------------------------------*
030900*  2000-SWEEP-LOG - ABRE O LOTE COM O HEADER (RUN-ID DA          *
031000*  VARREDURA E DATA DE NEGOCIO), POSICIONA O LOG NO PRIMEIRO     *
031100*  SEGUNDO DA DATA E LE ATE A DATA MUDAR, RECOLHENDO SO AS       *
031200*  ENTRADAS ONLINE. FECHA O LOTE COM O TRAILER (QUANTIDADE E     *
031300*  HASH DOS OPERANDOS).                                          *
031400*----------------------------------------------------------------*
031500 2000-SWEEP-LOG.
031600     OPEN OUTPUT CALC-VLT-FILE.
031700     OPEN EXTEND CALC-OUT-FILE.
031800     IF CALC-OUT-STATUS NOT = "00"
031900        OPEN OUTPUT CALC-OUT-FILE
032000     END-IF.
032100     MOVE SPACES TO CALC-TRANS-HEADER.
032200     MOVE "H"             TO CALC-TH-TIPO.
032300     MOVE WRK-RUN-ID      TO CALC-TH-RUN-ID.
032400     MOVE WRK-RC-DATA-NEG TO CALC-TH-DATA-MOVTO.
032500     WRITE CALC-TRANS-HEADER.
032600     MOVE "Y" TO WRK-EOF-SW.
032700     IF WRK-LOG-DISPONIVEL
032800        MOVE SPACES TO CALC-LOG-RECORD
032900        MOVE WRK-RC-DATA-NEG TO CALC-LG-DATA
033000        MOVE ZERO            TO CALC-LG-HORA
033100        MOVE ZERO            TO CALC-LG-SEQ
033200        MOVE "N" TO WRK-EOF-SW
033300        START CALC-LOG-FILE
033400            KEY IS NOT LESS THAN CALC-LG-CHAVE
033500            INVALID KEY
033600                MOVE "Y" TO WRK-EOF-SW
033700        END-START
033800     END-IF.
033900     PERFORM 2100-READ-LOG THRU 2100-EXIT
034000         UNTIL WRK-EOF.
034100     MOVE SPACES TO CALC-TRANS-TRAILER.
034200     MOVE "T"           TO CALC-TT-TIPO.
034300     MOVE WRK-DET-COUNT TO CALC-TT-QTD.
034400     MOVE WRK-LOG-HASH  TO CALC-TT-HASH.
034500     WRITE CALC-TRANS-TRAILER.
034600     CLOSE CALC-VLT-FILE.
034700     CLOSE CALC-OUT-FILE.
034800     IF WRK-LOG-DISPONIVEL
034900        CLOSE CALC-LOG-FILE
035000     END-IF.
035100 2000-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500*  2100-READ-LOG - UMA ENTRADA DO LOG. OUTRA DATA ENCERRA A      *
035600*  VARREDURA; ENTRADA DO LOTE (RUN-ID DIFERENTE DE "ONLINE") E   *
035700*  PULADA. A ENTRADA ONLINE VIRA DETALHE DO LOTE, REGISTRO DO    *
035800*  CALCOUT E ACUMULA NAS ESTATISTICAS E NO SALDO DA CONTA.       *
035900*----------------------------------------------------------------*
036000 2100-READ-LOG.
036100     READ CALC-LOG-FILE NEXT RECORD
036200         AT END
036300             MOVE "Y" TO WRK-EOF-SW
036400             GO TO 2100-EXIT
036500     END-READ.
036600     IF CALC-LG-DATA NOT EQUAL WRK-RC-DATA-NEG
036700        MOVE "Y" TO WRK-EOF-SW
036800        GO TO 2100-EXIT
036900     END-IF.
037000     IF CALC-LG-RUN-ID NOT EQUAL WRK-RUN-ONLINE
037100        GO TO 2100-EXIT
037200     END-IF.
037300     ADD 1 TO WRK-LOG-COUNT.
037400     IF CALC-LG-STATUS NOT EQUAL "OK"
037500        ADD 1 TO WRK-LOG-ERRO-COUNT
037600     END-IF.
037700     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
037800     PERFORM 2300-WRITE-RESULT THRU 2300-EXIT.
037900     PERFORM 2400-ACCUM-PTD THRU 2400-EXIT.
038000     PERFORM 2500-ACCUM-CONTA THRU 2500-EXIT.
038100 2100-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------*
038500*  2200-WRITE-DETAIL - DETALHE DO LOTE NO LAYOUT DO CALCIN, COM  *
038600*  OS OPERANDOS COMO FICARAM NO LOG (JA EM REAIS, ENTAO A MOEDA  *
038700*  SAI EM BRANCO) E A CONTA. SOMA NO HASH DO TRAILER.            *
038800*----------------------------------------------------------------*
038900 2200-WRITE-DETAIL.
039000     MOVE SPACES TO CALC-TRANS-RECORD.
039100     MOVE CALC-LG-NUMERO1  TO CALC-TR-NUMERO1.
039200     MOVE CALC-LG-NUMERO2  TO CALC-TR-NUMERO2.
039300     MOVE CALC-LG-OPERACAO TO CALC-TR-OPERACAO.
039400     MOVE CALC-LG-CONTA    TO CALC-TR-CONTA.
039500     WRITE CALC-TRANS-RECORD.
039600     ADD 1 TO WRK-DET-COUNT.
039700     ADD CALC-LG-NUMERO1 TO WRK-LOG-HASH.
039800     ADD CALC-LG-NUMERO2 TO WRK-LOG-HASH.
039900 2200-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------*
040300*  2300-WRITE-RESULT - O CALCULO ONLINE JA FOI FEITO NO TERMINAL:*
040400*  O CALCOUT RECEBE O RESULTADO E O STATUS DO LOG, COM O RUN-ID  *
040500*  DA VARREDURA, TIPO "O" E A CHAVE DA ENTRADA ONLINE.           *
040600*----------------------------------------------------------------*
040700 2300-WRITE-RESULT.
040800     MOVE SPACES TO CALC-RESULT-RECORD.
040900     MOVE CALC-LG-NUMERO1   TO CALC-RS-NUMERO1.
041000     MOVE CALC-LG-NUMERO2   TO CALC-RS-NUMERO2.
041100     MOVE CALC-LG-OPERACAO  TO CALC-RS-OPERACAO.
041200     MOVE CALC-LG-RESULTADO TO CALC-RS-RESULTADO.
041300     MOVE CALC-LG-STATUS    TO CALC-RS-STATUS.
041400     MOVE WRK-RC-DATA-NEG   TO CALC-RS-DATA.
041500     MOVE WRK-RUN-ID        TO CALC-RS-RUN-ID.
041600     MOVE CALC-LG-CONTA     TO CALC-RS-CONTA.
041700     MOVE "O"               TO CALC-RS-TIPO.
041800     MOVE CALC-LG-CHAVE     TO CALC-RS-REF-CHAVE.
041900     WRITE CALC-RESULT-RECORD.
042000     ADD CALC-LG-RESULTADO TO WRK-LOG-SOMA.
042100     IF CALC-LG-STATUS EQUAL "OK"
042200        ADD CALC-LG-RESULTADO TO WRK-LOG-SOMA-OK
042300     END-IF.
042400 2300-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------------*
042800*  2400-ACCUM-PTD - ACUMULA A ENTRADA NAS ESTATISTICAS DA DATA,  *
042900*  POR OPERACAO, COMO O 2030 DO LOTE: CODIGO FORA DE 1-6 CONTA   *
043000*  EM "X"; ERRO CONTA NA QUANTIDADE E NOS ERROS, SEM SOMA.       *
043100*----------------------------------------------------------------*
043200 2400-ACCUM-PTD.
043300     IF CALC-LG-OPERACAO NOT LESS THAN "1"
043400           AND CALC-LG-OPERACAO NOT GREATER THAN "6"
043500        MOVE CALC-LG-OPERACAO TO WRK-PTD-OP
043600     ELSE
043700        MOVE "X" TO WRK-PTD-OP
043800     END-IF.
043900     MOVE "N" TO WRK-PTD-ACHOU-SW.
044000     MOVE ZERO TO WRK-PR-IX.
044100     PERFORM 2450-SCAN-PTD THRU 2450-EXIT
044200         UNTIL WRK-PTD-ACHOU
044300            OR WRK-PR-IX NOT LESS THAN WRK-PR-QTD.
044400     IF NOT WRK-PTD-ACHOU
044500        IF WRK-PR-QTD NOT LESS THAN WRK-PR-MAX
044600           ADD 1 TO WRK-PTD-FALHA-COUNT
044700           GO TO 2400-EXIT
044800        END-IF
044900        ADD 1 TO WRK-PR-QTD
045000        MOVE WRK-PR-QTD TO WRK-PR-IX
045100        MOVE WRK-PTD-OP TO WRK-PR-OP(WRK-PR-IX)
045200        MOVE ZERO TO WRK-PR-TQTD(WRK-PR-IX)
045300        MOVE ZERO TO WRK-PR-ERROS(WRK-PR-IX)
045400        MOVE ZERO TO WRK-PR-SOMA(WRK-PR-IX)
045500     END-IF.
045600     ADD 1 TO WRK-PR-TQTD(WRK-PR-IX).
045700     IF CALC-LG-STATUS EQUAL "OK"
045800        ADD CALC-LG-RESULTADO TO WRK-PR-SOMA(WRK-PR-IX)
045900     ELSE
046000        ADD 1 TO WRK-PR-ERROS(WRK-PR-IX)
046100     END-IF.
046200 2400-EXIT.
046300     EXIT.
046400
046500 2450-SCAN-PTD.
046600     ADD 1 TO WRK-PR-IX.
046700     IF WRK-PR-OP(WRK-PR-IX) EQUAL WRK-PTD-OP
046800        MOVE "Y" TO WRK-PTD-ACHOU-SW
046900     END-IF.
047000 2450-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------*
047400*  2500-ACCUM-CONTA - SO RESULTADO OK E COM CONTA ENTRA NO SALDO *
047500*  DA CONTA, COMO NO CALCPOST; CONTA NOVA ABRE ENTRADA. TABELA   *
047600*  CHEIA DEIXA O RESULTADO FORA E O CERTIFICADO ACUSA.           *
047700*----------------------------------------------------------------*
047800 2500-ACCUM-CONTA.
047900     IF CALC-LG-STATUS NOT EQUAL "OK"
048000        GO TO 2500-EXIT
048100     END-IF.
048200     IF CALC-LG-CONTA EQUAL SPACES
048300        ADD 1 TO WRK-SEM-CONTA-COUNT
048400        GO TO 2500-EXIT
048500     END-IF.
048600     ADD CALC-LG-RESULTADO TO WRK-CONTA-SOMA.
048700     MOVE "N"  TO WRK-ACHOU-SW.
048800     MOVE ZERO TO WRK-CT-IX.
048900     PERFORM 2550-SCAN-CONTA THRU 2550-EXIT
049000         UNTIL WRK-ACHOU
049100            OR WRK-CT-IX NOT LESS THAN WRK-CT-QTD.
049200     IF NOT WRK-ACHOU
049300        IF WRK-CT-QTD NOT LESS THAN WRK-CT-MAX
049400           ADD 1 TO WRK-PSM-FORA-COUNT
049500           GO TO 2500-EXIT
049600        END-IF
049700        ADD 1 TO WRK-CT-QTD
049800        MOVE WRK-CT-QTD TO WRK-CT-IX
049900        MOVE CALC-LG-CONTA TO WRK-CT-CONTA(WRK-CT-IX)
050000        MOVE ZERO TO WRK-CT-QTD2(WRK-CT-IX)
050100        MOVE ZERO TO WRK-CT-SALDO(WRK-CT-IX)
050200     END-IF.
050300     ADD 1 TO WRK-POST-COUNT.
050400     ADD 1 TO WRK-CT-QTD2(WRK-CT-IX).
050500     ADD CALC-LG-RESULTADO TO WRK-CT-SALDO(WRK-CT-IX).
050600     ADD CALC-LG-RESULTADO TO WRK-PSM-SOMA.
050700 2500-EXIT.
050800     EXIT.
050900
051000 2550-SCAN-CONTA.
051100     ADD 1 TO WRK-CT-IX.
051200     IF WRK-CT-CONTA(WRK-CT-IX) EQUAL CALC-LG-CONTA
051300        MOVE "Y" TO WRK-ACHOU-SW
051400     END-IF.
051500 2550-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------------*
051900*  3000-POST-PTD - LANCA AS ESTATISTICAS DA VARREDURA NO MASTER  *
052000*  PERIODO-A-DATA (CALCPTD) NA DATA DE NEGOCIO, SOMANDO NO LUGAR *
052100*  COMO O 3200 DO LOTE; ENTRADA QUE NAO EXISTE E CRIADA.         *
052200*----------------------------------------------------------------*
052300 3000-POST-PTD.
052400     IF WRK-PR-QTD EQUAL ZERO
052500        GO TO 3000-EXIT
052600     END-IF.
052700     OPEN I-O CALC-PTD-FILE.
052800     IF CALC-PTD-STATUS NOT = "00"
052900        OPEN OUTPUT CALC-PTD-FILE
053000        CLOSE CALC-PTD-FILE
053100        OPEN I-O CALC-PTD-FILE
053200     END-IF.
053300     IF CALC-PTD-STATUS NOT = "00"
053400        DISPLAY "CALCVARR - ERRO " CALC-PTD-STATUS
053500            " AO ABRIR O MASTER CALCPTD - LANCAMENTO PERDIDO"
053600        ADD WRK-PR-QTD TO WRK-PTD-FALHA-COUNT
053700        GO TO 3000-EXIT
053800     END-IF.
053900     MOVE ZERO TO WRK-PR-IX.
054000     PERFORM 3100-POST-PTD-ENTRY THRU 3100-EXIT
054100         UNTIL WRK-PR-IX NOT LESS THAN WRK-PR-QTD.
054200     CLOSE CALC-PTD-FILE.
054300 3000-EXIT.
054400     EXIT.
054500
054600 3100-POST-PTD-ENTRY.
054700     ADD 1 TO WRK-PR-IX.
054800     MOVE "Y" TO WRK-PTD-ACHOU-SW.
054900     MOVE SPACES TO CALC-PTD-RECORD.
055000     MOVE WRK-RC-DATA-NEG      TO CALC-PT-DATA.
055100     MOVE WRK-PR-OP(WRK-PR-IX) TO CALC-PT-OPERACAO.
055200     READ CALC-PTD-FILE
055300         INVALID KEY
055400             MOVE "N" TO WRK-PTD-ACHOU-SW
055500     END-READ.
055600     IF NOT WRK-PTD-ACHOU
055700        MOVE SPACES TO CALC-PTD-RECORD
055800        MOVE WRK-RC-DATA-NEG      TO CALC-PT-DATA
055900        MOVE WRK-PR-OP(WRK-PR-IX) TO CALC-PT-OPERACAO
056000        MOVE ZERO TO CALC-PT-QTD
056100        MOVE ZERO TO CALC-PT-ERROS
056200        MOVE ZERO TO CALC-PT-SOMA
056300     END-IF.
056400     ADD WRK-PR-TQTD(WRK-PR-IX)  TO CALC-PT-QTD.
056500     ADD WRK-PR-ERROS(WRK-PR-IX) TO CALC-PT-ERROS.
056600     ADD WRK-PR-SOMA(WRK-PR-IX)  TO CALC-PT-SOMA.
056700     IF WRK-PTD-ACHOU
056800        REWRITE CALC-PTD-RECORD
056900     ELSE
057000        WRITE CALC-PTD-RECORD
057100     END-IF.
057200     IF CALC-PTD-STATUS NOT = "00"
057300        DISPLAY "CALCVARR - ERRO " CALC-PTD-STATUS
057400            " AO LANCAR NO CALCPTD A OPERACAO "
057500            WRK-PR-OP(WRK-PR-IX)
057600        ADD 1 TO WRK-PTD-FALHA-COUNT
057700     ELSE
057800        ADD WRK-PR-SOMA(WRK-PR-IX) TO WRK-PTD-SOMA
057900     END-IF.
058000 3100-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------*
058400*  3500-REWRITE-SUMMARY - REGRAVA O RESUMO DE POSTAGEM COM OS    *
058500*  SALDOS DE ANTES MAIS OS RESULTADOS ONLINE DA VARREDURA. NADA  *
058600*  A POSTAR DEIXA O ARQUIVO COMO ESTAVA.                         *
058700*----------------------------------------------------------------*
058800 3500-REWRITE-SUMMARY.
058900     IF WRK-POST-COUNT EQUAL ZERO
059000        GO TO 3500-EXIT
059100     END-IF.
059200     OPEN OUTPUT CALC-PSM-FILE.
059300     MOVE ZERO TO WRK-CT-IX.
059400     PERFORM 3550-WRITE-SUMMARY THRU 3550-EXIT
059500         UNTIL WRK-CT-IX NOT LESS THAN WRK-CT-QTD.
059600     CLOSE CALC-PSM-FILE.
059700 3500-EXIT.
059800     EXIT.
059900
060000 3550-WRITE-SUMMARY.
060100     ADD 1 TO WRK-CT-IX.
060200     MOVE SPACES TO CALC-PSM-RECORD.
060300     MOVE WRK-CT-CONTA(WRK-CT-IX) TO CALC-PS-CONTA.
060400     MOVE WRK-CT-QTD2(WRK-CT-IX)  TO CALC-PS-QTD.
060500     MOVE WRK-CT-SALDO(WRK-CT-IX) TO CALC-PS-SALDO.
060600     WRITE CALC-PSM-RECORD.
060700 3550-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------------*
061100*  4000-PROVE-BATCH - RELE O LOTE GRAVADO: CONTA OS DETALHES DO  *
061200*  HEADER DA VARREDURA, REFAZ O HASH E GUARDA O QUE O TRAILER    *
061300*  DECLAROU.                                                     *
061400*----------------------------------------------------------------*
061500 4000-PROVE-BATCH.
061600     OPEN INPUT CALC-VLT-FILE.
061700     IF CALC-VLT-STATUS NOT = "00"
061800        DISPLAY "CALCVARR - CALCVLT INDISPONIVEL ("
061900            CALC-VLT-STATUS ")"
062000        GO TO 4000-EXIT
062100     END-IF.
062200     MOVE "N" TO WRK-EOF-SW.
062300     PERFORM 4100-READ-BATCH THRU 4100-EXIT
062400         UNTIL WRK-EOF.
062500     CLOSE CALC-VLT-FILE.
062600 4000-EXIT.
062700     EXIT.
062800
062900 4100-READ-BATCH.
063000     READ CALC-VLT-FILE
063100         AT END
063200             MOVE "Y" TO WRK-EOF-SW
063300             GO TO 4100-EXIT
063400     END-READ.
063500     IF CALC-TRANS-RECORD(1:1) EQUAL "H"
063600        IF CALC-TH-RUN-ID EQUAL WRK-RUN-ID
063700           MOVE "Y" TO WRK-PV-HDR-SW
063800        ELSE
063900           MOVE "N" TO WRK-PV-HDR-SW
064000        END-IF
064100        GO TO 4100-EXIT
064200     END-IF.
064300     IF CALC-TRANS-RECORD(1:1) EQUAL "T"
064400        IF WRK-PV-NO-LOTE
064500              AND CALC-TT-QTD NUMERIC
064600           MOVE CALC-TT-QTD  TO WRK-PV-TRL-QTD
064700           MOVE CALC-TT-HASH TO WRK-PV-TRL-HASH
064800           MOVE "Y" TO WRK-PV-TRL-SW
064900        END-IF
065000        MOVE "N" TO WRK-PV-HDR-SW
065100        GO TO 4100-EXIT
065200     END-IF.
065300     IF WRK-PV-NO-LOTE
065400        ADD 1 TO WRK-PV-DET-COUNT
065500        ADD CALC-TR-NUMERO1 TO WRK-PV-DET-HASH
065600        ADD CALC-TR-NUMERO2 TO WRK-PV-DET-HASH
065700     END-IF.
065800 4100-EXIT.
065900     EXIT.
066000
066100*----------------------------------------------------------------*
066200*  4500-PROVE-CALCOUT - RELE O CALCOUT E CONTA E SOMA OS         *
066300*  RESULTADOS CARIMBADOS COM O RUN-ID DA VARREDURA.              *
066400*----------------------------------------------------------------*
066500 4500-PROVE-CALCOUT.
066600     OPEN INPUT CALC-OUT-FILE.
066700     IF CALC-OUT-STATUS NOT = "00"
066800        DISPLAY "CALCVARR - CALCOUT INDISPONIVEL ("
066900            CALC-OUT-STATUS ")"
067000        GO TO 4500-EXIT
067100     END-IF.
067200     MOVE "N" TO WRK-EOF-SW.
067300     PERFORM 4600-READ-CALCOUT THRU 4600-EXIT
067400         UNTIL WRK-EOF.
067500     CLOSE CALC-OUT-FILE.
067600 4500-EXIT.
067700     EXIT.
067800
067900 4600-READ-CALCOUT.
068000     READ CALC-OUT-FILE
068100         AT END
068200             MOVE "Y" TO WRK-EOF-SW
068300             GO TO 4600-EXIT
068400     END-READ.
068500     IF CALC-RS-RUN-ID EQUAL WRK-RUN-ID
068600        ADD 1 TO WRK-PV-OUT-COUNT
068700        IF CALC-RS-RESULTADO NUMERIC
068800           ADD CALC-RS-RESULTADO TO WRK-PV-OUT-SOMA
068900        END-IF
069000     END-IF.
069100 4600-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------*
069500*  5000-PRINT-RESULT - COMPARA O QUE SAIU DO LOG COM O QUE FOI   *
069600*  RELIDO DO LOTE E DO CALCOUT E COM O QUE FOI LANCADO NO        *
069700*  CALCPTD E NO CALCPSM, E IMPRIME O CERTIFICADO DE BATIMENTO OU *
069800*  O RELATORIO DE DIVERGENCIA, COMO O CALCBAL.                   *
069900*----------------------------------------------------------------*
070000 5000-PRINT-RESULT.
070100     MOVE WRK-RUN-ID TO WRK-TIT-RUN-ID.
070200     MOVE WRK-VBR-TITULO TO CALC-VBR-RECORD.
070300     WRITE CALC-VBR-RECORD.
070400     MOVE WRK-RC-DATA-NEG TO WRK-VBD-DATA.
070500     MOVE WRK-VBR-DATA TO CALC-VBR-RECORD.
070600     WRITE CALC-VBR-RECORD.
070700     MOVE SPACES TO CALC-VBR-RECORD.
070800     WRITE CALC-VBR-RECORD.
070900
071000     MOVE "ENTRADAS ONLINE NO CALCLOG       : " TO WRK-VBC-TEXTO.
071100     MOVE WRK-LOG-COUNT TO WRK-VBC-QTD.
071200     PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT.
071300     MOVE "  DAS QUAIS COM ERRO             : " TO WRK-VBC-TEXTO.
071400     MOVE WRK-LOG-ERRO-COUNT TO WRK-VBC-QTD.
071500     PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT.
071600     MOVE "DETALHES NO LOTE (CALCVLT)       : " TO WRK-VBC-TEXTO.
071700     MOVE WRK-PV-DET-COUNT TO WRK-VBC-QTD.
071800     PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT.
071900     IF WRK-PV-TRL-VISTO
072000        MOVE "DECLARADO NO TRAILER             : " TO
072100            WRK-VBC-TEXTO
072200        MOVE WRK-PV-TRL-QTD TO WRK-VBC-QTD
072300        PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT
072400     END-IF.
072500     MOVE "REGISTROS NO CALCOUT             : " TO WRK-VBC-TEXTO.
072600     MOVE WRK-PV-OUT-COUNT TO WRK-VBC-QTD.
072700     PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT.
072800     MOVE "RESULTADOS POSTADOS NO CALCPSM   : " TO WRK-VBC-TEXTO.
072900     MOVE WRK-POST-COUNT TO WRK-VBC-QTD.
073000     PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT.
073100     MOVE "RESULTADOS OK SEM CONTA          : " TO WRK-VBC-TEXTO.
073200     MOVE WRK-SEM-CONTA-COUNT TO WRK-VBC-QTD.
073300     PERFORM 5100-PRINT-CONTAGEM THRU 5100-EXIT.
073400
073500     MOVE "SOMA DOS RESULTADOS (CALCLOG)    : " TO WRK-VBL-TEXTO.
073600     MOVE WRK-LOG-SOMA TO WRK-VBL-VALOR.
073700     PERFORM 5200-PRINT-VALOR THRU 5200-EXIT.
073800     MOVE "SOMA DOS RESULTADOS (CALCOUT)    : " TO WRK-VBL-TEXTO.
073900     MOVE WRK-PV-OUT-SOMA TO WRK-VBL-VALOR.
074000     PERFORM 5200-PRINT-VALOR THRU 5200-EXIT.
074100     MOVE "SOMA LANCADA NO CALCPTD          : " TO WRK-VBL-TEXTO.
074200     MOVE WRK-PTD-SOMA TO WRK-VBL-VALOR.
074300     PERFORM 5200-PRINT-VALOR THRU 5200-EXIT.
074400     MOVE "SOMA POSTADA NO CALCPSM          : " TO WRK-VBL-TEXTO.
074500     MOVE WRK-PSM-SOMA TO WRK-VBL-VALOR.
074600     PERFORM 5200-PRINT-VALOR THRU 5200-EXIT.
074700     MOVE "HASH DOS OPERANDOS (CALCLOG)     : " TO WRK-VBL-TEXTO.
074800     MOVE WRK-LOG-HASH TO WRK-VBL-VALOR.
074900     PERFORM 5200-PRINT-VALOR THRU 5200-EXIT.
075000     IF WRK-PV-TRL-VISTO
075100        MOVE "HASH DECLARADO NO TRAILER        : " TO
075200            WRK-VBL-TEXTO
075300        MOVE WRK-PV-TRL-HASH TO WRK-VBL-VALOR
075400        PERFORM 5200-PRINT-VALOR THRU 5200-EXIT
075500     END-IF.
075600     MOVE SPACES TO CALC-VBR-RECORD.
075700     WRITE CALC-VBR-RECORD.
075800
075900     MOVE "Y" TO WRK-OK-SW.
076000     IF WRK-PV-DET-COUNT NOT EQUAL WRK-LOG-COUNT
076100        MOVE "N" TO WRK-OK-SW
076200        MOVE "DIVERGENCIA: LOTE NAO BATE COM O CALCLOG" TO
076300            WRK-VBR-AVISO
076400        PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
076500     END-IF.
076600     IF NOT WRK-PV-TRL-VISTO
076700        MOVE "N" TO WRK-OK-SW
076800        MOVE "DIVERGENCIA: LOTE SEM TRAILER - SEM PROVA" TO
076900            WRK-VBR-AVISO
077000        PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
077100     ELSE
077200        IF WRK-PV-TRL-QTD NOT EQUAL WRK-PV-DET-COUNT
077300              OR WRK-PV-TRL-HASH NOT EQUAL WRK-PV-DET-HASH
077400              OR WRK-PV-TRL-HASH NOT EQUAL WRK-LOG-HASH
077500           MOVE "N" TO WRK-OK-SW
077600           MOVE "DIVERGENCIA: TRAILER NAO BATE COM OS DETALHES"
077700               TO WRK-VBR-AVISO
077800           PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
077900        END-IF
078000     END-IF.
078100     IF WRK-PV-OUT-COUNT NOT EQUAL WRK-LOG-COUNT
078200        MOVE "N" TO WRK-OK-SW
078300        MOVE "DIVERGENCIA: CALCOUT NAO BATE COM O CALCLOG" TO
078400            WRK-VBR-AVISO
078500        PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
078600     END-IF.
078700     IF WRK-PV-OUT-SOMA NOT EQUAL WRK-LOG-SOMA
078800        MOVE "N" TO WRK-OK-SW
078900        COMPUTE WRK-DIFERENCA = WRK-PV-OUT-SOMA - WRK-LOG-SOMA
079000        MOVE "DIVERGENCIA: CALCOUT DIFERE DO LOG: " TO
079100            WRK-VBL-TEXTO
079200        MOVE WRK-DIFERENCA TO WRK-VBL-VALOR
079300        PERFORM 5200-PRINT-VALOR THRU 5200-EXIT
079400     END-IF.
079500     IF WRK-PTD-FALHA-COUNT GREATER THAN ZERO
079600           OR WRK-PTD-SOMA NOT EQUAL WRK-LOG-SOMA-OK
079700        MOVE "N" TO WRK-OK-SW
079800        MOVE "DIVERGENCIA: LANCAMENTO NO CALCPTD INCOMPLETO" TO
079900            WRK-VBR-AVISO
080000        PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
080100     END-IF.
080200     IF WRK-PSM-FORA-COUNT GREATER THAN ZERO
080300           OR WRK-PSM-SOMA NOT EQUAL WRK-CONTA-SOMA
080400        MOVE "N" TO WRK-OK-SW
080500        MOVE "DIVERGENCIA: RESULTADOS FORA DO CALCPSM (TABELA "
080600            TO WRK-VBR-AVISO(1:48)
080700        MOVE "CHEIA)" TO WRK-VBR-AVISO(49:6)
080800        PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
080900     END-IF.
081000
081100     IF WRK-TUDO-CONFERE
081200        MOVE "CERTIFICADO DE BATIMENTO: CONTAGENS E SOMAS " TO
081300            WRK-VBR-AVISO(1:44)
081400        MOVE "CONFEREM" TO WRK-VBR-AVISO(45:8)
081500        PERFORM 5300-PRINT-AVISO THRU 5300-EXIT
081600        DISPLAY "CALCVARR - RUN-ID " WRK-RUN-ID " BALANCEADO"
081700     ELSE
081800        DISPLAY "CALCVARR - RUN-ID " WRK-RUN-ID
081900            " COM DIVERGENCIA - VER CALCVBR"
082000     END-IF.
082100 5000-EXIT.
082200     EXIT.
082300
082400 5100-PRINT-CONTAGEM.
082500     MOVE WRK-VBR-CONTAGEM TO CALC-VBR-RECORD.
082600     WRITE CALC-VBR-RECORD.
082700 5100-EXIT.
082800     EXIT.
082900
083000 5200-PRINT-VALOR.
083100     MOVE WRK-VBR-LINHA TO CALC-VBR-RECORD.
083200     WRITE CALC-VBR-RECORD.
083300 5200-EXIT.
083400     EXIT.
083500
083600 5300-PRINT-AVISO.
083700     MOVE WRK-VBR-AVISO TO CALC-VBR-RECORD.
083800     WRITE CALC-VBR-RECORD.
083900     MOVE SPACES TO WRK-VBR-AVISO.
084000 5300-EXIT.
084100     EXIT.
084200
084300*----------------------------------------------------------------*
084400*  6000-CHECK-RUN-CONTROL - CONFERE NO MASTER DE CONTROLE DE     *
084500*  EXECUCAO (CALCRUN) O PASSO CALCVARR NA DATA DE NEGOCIO. DATA  *
084600*  JA VARRIDA ("OK") E RECUSADA SEM OPCAO, POIS UMA SEGUNDA      *
084700*  VARREDURA POSTARIA OS MESMOS CALCULOS DUAS VEZES; VARREDURA   *
084800*  ANTERIOR NAO ENCERRADA ("EX") SO REEXECUTA COM CONFIRMACAO DO *
084900*  OPERADOR, DEPOIS DE CONFERIR O QUE ELA JA GRAVOU. NO FIM      *
085000*  CARIMBA O INICIO DESTA EXECUCAO.                              *
085100*----------------------------------------------------------------*
085200 6000-CHECK-RUN-CONTROL.
085300     PERFORM 6100-LOAD-RUN-CONTROL THRU 6100-EXIT.
085400     MOVE "CALCVARR" TO WRK-RC-PASSO.
085500     PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT.
085600     IF WRK-RC-ACHOU
085700        MOVE WRK-RC-IX TO WRK-RC-MEU-IX
085800        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "OK"
085900           DISPLAY "CALCVARR - DATA " WRK-RC-DATA-NEG
086000               " JA VARRIDA - EXECUCAO RECUSADA"
086100           STOP RUN
086200        END-IF
086300        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "EX"
086400           DISPLAY "CALCVARR - VARREDURA ANTERIOR NAO ENCERRADA "
086500               "NA DATA - CONFIRA CALCOUT/CALCPTD/CALCPSM"
086600           DISPLAY "CALCVARR - REEXECUTAR (S/N) [N]: "
086700           ACCEPT WRK-OVERRIDE-SW FROM CONSOLE
086800           IF WRK-OVERRIDE-SW NOT EQUAL "S"
086900              DISPLAY "CALCVARR - EXECUCAO RECUSADA"
087000              STOP RUN
087100           END-IF
087200        END-IF
087300     ELSE
087400        MOVE ZERO TO WRK-RC-MEU-IX
087500     END-IF.
087600     PERFORM 6300-STAMP-RUN-START THRU 6300-EXIT.
087700 6000-EXIT.
087800     EXIT.
087900
088000*----------------------------------------------------------------*
088100*  6100-LOAD-RUN-CONTROL - CARREGA O MASTER DE CONTROLE DE       *
088200*  EXECUCAO NA TABELA; SEM O ARQUIVO A TABELA FICA VAZIA (O      *
088300*  PRIMEIRO CARIMBO CRIA O ARQUIVO).                             *
088400*----------------------------------------------------------------*
088500 6100-LOAD-RUN-CONTROL.
088600     MOVE ZERO TO WRK-RC-QTD.
088700     OPEN INPUT CALC-RUN-FILE.
088800     IF CALC-RUN-STATUS NOT = "00"
088900        GO TO 6100-EXIT
089000     END-IF.
089100     MOVE "N" TO WRK-RUN-EOF-SW.
089200     PERFORM 6150-READ-RUN THRU 6150-EXIT
089300         UNTIL WRK-RUN-EOF.
089400     CLOSE CALC-RUN-FILE.
089500 6100-EXIT.
089600     EXIT.
089700
089800 6150-READ-RUN.
089900     READ CALC-RUN-FILE
090000         AT END
090100             MOVE "Y" TO WRK-RUN-EOF-SW
090200         NOT AT END
090300             IF WRK-RC-QTD LESS THAN WRK-RC-MAX
090400                ADD 1 TO WRK-RC-QTD
090500                MOVE CALC-RUN-RECORD TO WRK-RC-ENTRY(WRK-RC-QTD)
090600             ELSE
090700                DISPLAY "CALCVARR - TABELA DE CONTROLE DE "
090800                    "EXECUCAO CHEIA - CARGA TRUNCADA"
090900                MOVE "Y" TO WRK-RC-TRUNC-SW
091000                MOVE "Y" TO WRK-RUN-EOF-SW
091100             END-IF
091200     END-READ.
091300 6150-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------------*
091700*  6200-FIND-RUN-ENTRY - PROCURA NA TABELA O PASSO WRK-RC-PASSO  *
091800*  NA DATA DE NEGOCIO CORRENTE. DEIXA WRK-RC-IX NA ENTRADA.      *
091900*----------------------------------------------------------------*
092000 6200-FIND-RUN-ENTRY.
092100     MOVE "N"  TO WRK-RC-ACHOU-SW.
092200     MOVE ZERO TO WRK-RC-IX.
092300     PERFORM 6250-SCAN-RUN THRU 6250-EXIT
092400         UNTIL WRK-RC-ACHOU
092500            OR WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
092600 6200-EXIT.
092700     EXIT.
092800
092900 6250-SCAN-RUN.
093000     ADD 1 TO WRK-RC-IX.
093100     IF WRK-RC-DATA(WRK-RC-IX) EQUAL WRK-RC-DATA-NEG
093200           AND WRK-RC-PROG(WRK-RC-IX) EQUAL WRK-RC-PASSO
093300        MOVE "Y" TO WRK-RC-ACHOU-SW
093400     END-IF.
093500 6250-EXIT.
093600     EXIT.
093700
093800*----------------------------------------------------------------*
093900*  6300-STAMP-RUN-START - CARIMBA O INICIO DESTA EXECUCAO NO     *
094000*  MASTER ("EX", HORA DE INICIO, FIM ZERADO) E REGRAVA O         *
094100*  ARQUIVO. SEM O CARIMBO NAO HA COMO GARANTIR QUE A DATA NAO    *
094200*  SEJA VARRIDA DUAS VEZES, ENTAO TABELA CHEIA OU TRUNCADA       *
094300*  RECUSA A EXECUCAO.                                            *
094400*----------------------------------------------------------------*
094500 6300-STAMP-RUN-START.
094600     IF WRK-RC-TRUNCADA
094700           OR (WRK-RC-MEU-IX EQUAL ZERO
094800           AND WRK-RC-QTD NOT LESS THAN WRK-RC-MAX)
094900        DISPLAY "CALCVARR - CONTROLE DE EXECUCAO CHEIO - "
095000            "EXECUCAO RECUSADA"
095100        STOP RUN
095200     END-IF.
095300     ACCEPT WRK-CURRENT-TIME FROM TIME.
095400     IF WRK-RC-MEU-IX EQUAL ZERO
095500        ADD 1 TO WRK-RC-QTD
095600        MOVE WRK-RC-QTD TO WRK-RC-MEU-IX
095700        MOVE SPACES TO WRK-RC-ENTRY(WRK-RC-MEU-IX)
095800        MOVE WRK-RC-DATA-NEG TO WRK-RC-DATA(WRK-RC-MEU-IX)
095900        MOVE "CALCVARR" TO WRK-RC-PROG(WRK-RC-MEU-IX)
096000        MOVE ZERO TO WRK-RC-SEQ(WRK-RC-MEU-IX)
096100     END-IF.
096200     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-INI(WRK-RC-MEU-IX).
096300     MOVE ZERO TO WRK-RC-FIM(WRK-RC-MEU-IX).
096400     MOVE "EX" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
096500     ADD 1 TO WRK-RC-SEQ(WRK-RC-MEU-IX).
096600     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
096700 6300-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------------*
097100*  6400-STAMP-RUN-END - CARIMBA O ENCERRAMENTO ("OK", HORA DE    *
097200*  FIM) DA EXECUCAO NO MASTER DE CONTROLE E REGRAVA O ARQUIVO.   *
097300*  O "OK" REGISTRA QUE A DATA FOI VARRIDA E POSTADA, MESMO COM   *
097400*  DIVERGENCIA NO CERTIFICADO (QUE FICA NO CALCVBR).             *
097500*----------------------------------------------------------------*
097600 6400-STAMP-RUN-END.
097700     IF WRK-RC-MEU-IX EQUAL ZERO
097800        GO TO 6400-EXIT
097900     END-IF.
098000     ACCEPT WRK-CURRENT-TIME FROM TIME.
098100     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-FIM(WRK-RC-MEU-IX).
098200     MOVE "OK" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
098300     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
098400 6400-EXIT.
098500     EXIT.
098600
098700*----------------------------------------------------------------*
098800*  6500-REWRITE-RUN-CONTROL - REGRAVA O MASTER DE CONTROLE DE    *
098900*  EXECUCAO A PARTIR DA TABELA.                                  *
099000*----------------------------------------------------------------*
099100 6500-REWRITE-RUN-CONTROL.
099200     OPEN OUTPUT CALC-RUN-FILE.
099300     MOVE ZERO TO WRK-RC-IX.
099400     PERFORM 6550-WRITE-RUN THRU 6550-EXIT
099500         UNTIL WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
099600     CLOSE CALC-RUN-FILE.
099700 6500-EXIT.
099800     EXIT.
099900
100000 6550-WRITE-RUN.
100100     ADD 1 TO WRK-RC-IX.
100200     MOVE WRK-RC-ENTRY(WRK-RC-IX) TO CALC-RUN-RECORD.
100300     WRITE CALC-RUN-RECORD.
100400 6550-EXIT.
100500     EXIT.
