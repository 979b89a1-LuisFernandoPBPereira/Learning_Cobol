000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCJRN.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. DIARIO CONTABIL PARA O    *
001200*                   RAZAO, PASSO SEGUINTE AO CALCPOST: LE O      *
001300*                   RESUMO DE POSTAGEM (CALCPSM) E GRAVA EM      *
001400*                   CALCJNL O DIARIO DE CARGA - HEADER COM DATA  *
001500*                   DE NEGOCIO E RUN-ID, UMA LINHA DE DEBITO OU  *
001600*                   CREDITO POR CONTA COM SALDO, A CONTRAPARTIDA *
001700*                   NA CONTA TRANSITORIA DO CALCPRM E TRAILER    *
001800*                   COM QUANTIDADE DE LINHAS E TOTAIS DE DEBITO  *
001900*                   E CREDITO. ANTES DE GRAVAR PROVA QUE O       *
002000*                   DIARIO BATE; DIARIO QUE NAO BATE NAO E       *
002100*                   GERADO. A LIBERACAO FICA REGISTRADA NO       *
002200*                   CONTROLE DE EXECUCAO (CALCRUN, PASSO         *
002300*                   CALCJRN "OK"), QUE EXIGE A CALCULADORA "OK"  *
002400*                   NA DATA E SO REPETE UMA LIBERACAO COM        *
002500*                   CONFIRMACAO DO OPERADOR. LISTAGEM EM CALCJNR *
002600*                   COM A DESCRICAO DE CADA CONTA (CALCCTA).     *
002630* 15/10/2026 JH     O DIARIO TAMBEM EXIGE A VARREDURA DO ONLINE  *
002660*                   (CALCVARR) "OK" NA DATA DE NEGOCIO.          *
002670* 15/10/2026 JH     REEXECUCAO QUE NAO BATE NAO APAGA MAIS O     *
002680*                   DIARIO JA LIBERADO NA DATA.                  *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT             DIVISION.
002900 INPUT-OUTPUT            SECTION.
003000 FILE-CONTROL.
003100     SELECT CALC-INPUT-FILE  ASSIGN TO CALCIN
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS  IS CALC-IN-STATUS.
003400
003500     SELECT CALC-PSM-FILE    ASSIGN TO CALCPSM
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS  IS CALC-PSM-STATUS.
003800
003900     SELECT CALC-PRM-FILE    ASSIGN TO CALCPRM
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS  IS CALC-PRM-STATUS.
004200
004300     SELECT CALC-JNL-FILE    ASSIGN TO CALCJNL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS  IS CALC-JNL-STATUS.
004600
004700     SELECT CALC-JNR-FILE    ASSIGN TO CALCJNR
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS  IS CALC-JNR-STATUS.
005000
005100     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS DYNAMIC
005400         RECORD KEY   IS CALC-CT-CONTA
005500         FILE STATUS  IS CALC-CTA-STATUS.
005600
005700     SELECT CALC-RUN-FILE    ASSIGN TO CALCRUN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS CALC-RUN-STATUS.
006000
006100 DATA                    DIVISION.
006200 FILE                    SECTION.
006300 FD  CALC-INPUT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCREC.
006600
006700 FD  CALC-PSM-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CALCPSM.
007000
007100 FD  CALC-PRM-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CALCPRM.
007400
007500 FD  CALC-JNL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCJNL.
007800
007900 FD  CALC-JNR-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  CALC-JNR-RECORD          PIC X(80).
008200
008300 FD  CALC-CTA-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CALCCTA.
008600
008700 FD  CALC-RUN-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CALCRUN.
009000
009100 WORKING-STORAGE         SECTION.
009200 77  WRK-EOF-SW               PIC X(01) VALUE "N".
009300     88  WRK-EOF                        VALUE "Y".
009400 77  CALC-IN-STATUS           PIC X(02) VALUE "00".
009500 77  CALC-PSM-STATUS          PIC X(02) VALUE "00".
009600 77  CALC-PRM-STATUS          PIC X(02) VALUE "00".
009700 77  CALC-JNL-STATUS          PIC X(02) VALUE "00".
009800 77  CALC-JNR-STATUS          PIC X(02) VALUE "00".
009900 77  CALC-CTA-STATUS          PIC X(02) VALUE "00".
010000
010100 77  WRK-RUN-ID               PIC X(06) VALUE SPACES.
010200 77  WRK-CONTA-TRANSIT        PIC X(10) VALUE SPACES.
010300 77  WRK-CONTAS-SW            PIC X(01) VALUE "N".
010400     88  WRK-CONTAS-CARREGADAS          VALUE "Y".
010500 77  WRK-BATE-SW              PIC X(01) VALUE "Y".
010600     88  WRK-DIARIO-BATE                VALUE "Y".
010700 77  WRK-OFFSET-SW            PIC X(01) VALUE "N".
010800     88  WRK-TEM-CONTRAPARTIDA          VALUE "Y".
010900 77  WRK-ESTOURO-SW           PIC X(01) VALUE "N".
011000     88  WRK-ESTOUROU                   VALUE "Y".
011100 77  WRK-LIDOS-COUNT          PIC 9(07) COMP VALUE ZERO.
011200 77  WRK-ZERADAS-COUNT        PIC 9(07) COMP VALUE ZERO.
011300 77  WRK-SEM-CONTA-COUNT      PIC 9(07) COMP VALUE ZERO.
011400 77  WRK-DEB-COUNT            PIC 9(07) COMP VALUE ZERO.
011500 77  WRK-CRE-COUNT            PIC 9(07) COMP VALUE ZERO.
011600 77  WRK-QTD-TOTAL            PIC 9(07) COMP VALUE ZERO.
011700 77  WRK-JL-IX                PIC 9(05) COMP VALUE ZERO.
011800 77  WRK-JL-QTD               PIC 9(05) COMP VALUE ZERO.
011900 77  WRK-JL-MAX               PIC 9(05) COMP VALUE 5000.
012000 77  WRK-JL-TRUNC-SW          PIC X(01) VALUE "N".
012100     88  WRK-JL-TRUNCADA                VALUE "Y".
012200 01  WRK-VALOR                PIC 9(16)V99 VALUE ZEROS.
012300 01  WRK-LIQUIDO              PIC S9(16)V99 VALUE ZEROS.
012400 01  WRK-TOTAL-DEBITO         PIC 9(16)V99 VALUE ZEROS.
012500 01  WRK-TOTAL-CREDITO        PIC 9(16)V99 VALUE ZEROS.
012600 01  WRK-PROVA-DEBITO         PIC 9(16)V99 VALUE ZEROS.
012700 01  WRK-PROVA-CREDITO        PIC 9(16)V99 VALUE ZEROS.
012800 01  WRK-DIFERENCA            PIC S9(16)V99 VALUE ZEROS.
012900 01  WRK-JL-TABLE.
013000     05  WRK-JL-ENTRY OCCURS 5001 TIMES.
013100         10  WRK-JL-CONTA     PIC X(10).
013200         10  WRK-JL-DC        PIC X(01).
013300         10  WRK-JL-VALOR     PIC 9(16)V99.
013400         10  WRK-JL-QTD2      PIC 9(07).
013500
013600 01  WRK-HEADER-LINE-1.
013700     05  FILLER               PIC X(44) VALUE
013800         "CALCJRN - DIARIO CONTABIL PARA O RAZAO      ".
013900     05  FILLER               PIC X(36) VALUE SPACES.
014000 01  WRK-HEADER-LINE-2.
014100     05  FILLER               PIC X(06) VALUE "DATA: ".
014200     05  WRK-HDR-DATA         PIC 9(08).
014300     05  FILLER               PIC X(10) VALUE "  RUN-ID: ".
014400     05  WRK-HDR-RUN          PIC X(06).
014500     05  FILLER               PIC X(15) VALUE
014600         "  TRANSITORIA: ".
014700     05  WRK-HDR-TRANSIT      PIC X(10).
014800     05  FILLER               PIC X(25) VALUE SPACES.
014900 01  WRK-COLUNA-LINE.
015000     05  FILLER               PIC X(44) VALUE
015100         " LINHA CONTA      DESCRICAO                 ".
015200     05  FILLER               PIC X(36) VALUE
015300         "DC               VALOR     QTD      ".
015400 01  WRK-DETAIL-LINE.
015500     05  FILLER               PIC X(01) VALUE SPACES.
015600     05  WRK-DTL-LINHA        PIC ZZZZ9.
015700     05  FILLER               PIC X(01) VALUE SPACES.
015800     05  WRK-DTL-CONTA        PIC X(10).
015900     05  FILLER               PIC X(01) VALUE SPACES.
016000     05  WRK-DTL-DESCRICAO    PIC X(24).
016100     05  FILLER               PIC X(02) VALUE SPACES.
016200     05  WRK-DTL-DC           PIC X(01).
016300     05  FILLER               PIC X(01) VALUE SPACES.
016400     05  WRK-DTL-VALOR        PIC Z(16)9.99.
016500     05  FILLER               PIC X(01) VALUE SPACES.
016600     05  WRK-DTL-QTD          PIC Z(06)9.
016700     05  FILLER               PIC X(06) VALUE SPACES.
016800 01  WRK-JNR-LINHA.
016900     05  WRK-JNL-TEXTO        PIC X(36).
017000     05  WRK-JNL-VALOR        PIC -(16)9.99.
017100     05  FILLER               PIC X(24) VALUE SPACES.
017200 01  WRK-JNR-CONTAGEM.
017300     05  WRK-JNC-TEXTO        PIC X(36).
017400     05  WRK-JNC-QTD          PIC ZZZZZZ9.
017500     05  FILLER               PIC X(37) VALUE SPACES.
017600 01  WRK-JNR-AVISO            PIC X(80) VALUE SPACES.
017700
017800 01  WRK-CURRENT-DATE.
017900     05  WRK-DATE-NUM         PIC 9(08).
018000 01  WRK-CURRENT-TIME.
018100     05  WRK-TIME-NUM         PIC 9(08).
018200
018300 77  CALC-RUN-STATUS          PIC X(02) VALUE "00".
018400 77  WRK-RUN-EOF-SW           PIC X(01) VALUE "N".
018500     88  WRK-RUN-EOF                    VALUE "Y".
018600 77  WRK-RC-QTD               PIC 9(03) COMP VALUE ZERO.
018700 77  WRK-RC-MAX               PIC 9(03) COMP VALUE 200.
018800 77  WRK-RC-IX                PIC 9(03) COMP VALUE ZERO.
018900 77  WRK-RC-MEU-IX            PIC 9(03) COMP VALUE ZERO.
019000 77  WRK-RC-ACHOU-SW          PIC X(01) VALUE "N".
019100     88  WRK-RC-ACHOU                   VALUE "Y".
019200 77  WRK-RC-TRUNC-SW          PIC X(01) VALUE "N".
019300     88  WRK-RC-TRUNCADA                VALUE "Y".
019400 77  WRK-RC-PASSO             PIC X(12) VALUE SPACES.
019500 77  WRK-OVERRIDE-SW          PIC X(01) VALUE "N".
019600 77  WRK-RC-DATA-NEG          PIC 9(08) VALUE ZERO.
019700 77  WRK-PEEK-FIM-SW          PIC X(01) VALUE "N".
019800     88  WRK-PEEK-FIM                   VALUE "Y".
019900 77  WRK-PEEK-HDR-SW          PIC X(01) VALUE "N".
020000     88  WRK-PEEK-HDR-VISTO             VALUE "Y".
020100 01  WRK-RC-TABLE.
020200     05  WRK-RC-ENTRY OCCURS 200 TIMES.
020300         10  WRK-RC-DATA      PIC 9(08).
020400         10  WRK-RC-PROG      PIC X(12).
020500         10  WRK-RC-INI       PIC 9(06).
020600         10  WRK-RC-FIM       PIC 9(06).
020700         10  WRK-RC-RESULT    PIC X(02).
020800         10  WRK-RC-SEQ       PIC 9(03).
020900         10  FILLER           PIC X(03).
021000
021100 PROCEDURE               DIVISION.
021200
021300*----------------------------------------------------------------*
021400*  0000-MAINLINE - PEDE O RUN-ID, CARREGA O RESUMO DE POSTAGEM,  *
021500*  MONTA AS LINHAS E A CONTRAPARTIDA, PROVA O DIARIO E SO ENTAO  *
021600*  GRAVA E LIBERA. DIARIO QUE NAO BATE ESVAZIA O CALCJNL, SALVO  *
021640*  NA REEXECUCAO DE UM DIARIO JA LIBERADO, QUE FICA COMO ESTAVA. *
021700*----------------------------------------------------------------*
021800 0000-MAINLINE.
021900     DISPLAY "CALCJRN - RUN-ID DO DIARIO: ".
022000     ACCEPT WRK-RUN-ID FROM CONSOLE.
022100     IF WRK-RUN-ID EQUAL SPACES
022200        DISPLAY "CALCJRN - RUN-ID OBRIGATORIO"
022300        STOP RUN
022400     END-IF.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 6000-CHECK-RUN-CONTROL THRU 6000-EXIT.
022650     OPEN INPUT CALC-PSM-FILE.
022700     MOVE "N" TO WRK-EOF-SW.
022800     PERFORM 2000-LOAD-SUMMARY THRU 2000-EXIT
022900         UNTIL WRK-EOF.
023000     CLOSE CALC-PSM-FILE.
023100     PERFORM 3000-BUILD-OFFSET THRU 3000-EXIT.
023200     PERFORM 4000-PROVE-BALANCE THRU 4000-EXIT.
023300     IF WRK-DIARIO-BATE
023400        PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
023500     ELSE
023520        IF WRK-OVERRIDE-SW EQUAL "S"
023540           DISPLAY "CALCJRN - DIARIO JA LIBERADO NA DATA MANTIDO "
023560               "NO CALCJNL"
023580        ELSE
023600           OPEN OUTPUT CALC-JNL-FILE
023700           CLOSE CALC-JNL-FILE
023750        END-IF
023800     END-IF.
023900     PERFORM 7000-PRINT-LISTING THRU 7000-EXIT.
024000     IF WRK-DIARIO-BATE
024100        PERFORM 6400-STAMP-RUN-END THRU 6400-EXIT
024200        DISPLAY "CALCJRN - DIARIO DO RUN-ID " WRK-RUN-ID
024300            " LIBERADO - " WRK-JL-QTD " LINHAS"
024400     ELSE
024500        DISPLAY "CALCJRN - DIARIO DO RUN-ID " WRK-RUN-ID
024600            " NAO BATE - NAO GERADO - VER CALCJNR"
024700     END-IF.
024800     STOP RUN.
024900
025000*----------------------------------------------------------------*
025100*  1000-INITIALIZE - LE A CONTA TRANSITORIA NO CALCPRM E CONFERE *
025200*  O RESUMO DE POSTAGEM. SEM QUALQUER DOS DOIS NAO HA DIARIO E A *
025300*  EXECUCAO E RECUSADA ANTES DE CARIMBAR O CONTROLE.             *
025400*----------------------------------------------------------------*
025500 1000-INITIALIZE.
025600     OPEN INPUT CALC-PRM-FILE.
025700     IF CALC-PRM-STATUS NOT = "00"
025800        DISPLAY "CALCJRN - SEM PARAMETROS (CALCPRM) - "
025900            "EXECUCAO RECUSADA"
026000        STOP RUN
026100     END-IF.
026200     READ CALC-PRM-FILE
026300         AT END
026400             CONTINUE
026500         NOT AT END
026600             MOVE CALC-PR-CONTA-TRANSIT TO WRK-CONTA-TRANSIT
026700     END-READ.
026800     CLOSE CALC-PRM-FILE.
026900     IF WRK-CONTA-TRANSIT EQUAL SPACES
027000        DISPLAY "CALCJRN - CONTA TRANSITORIA NAO INFORMADA NO "
027100            "CALCPRM - EXECUCAO RECUSADA"
027200        STOP RUN
027300     END-IF.
027400     OPEN INPUT CALC-PSM-FILE.
027500     IF CALC-PSM-STATUS NOT = "00"
027600        DISPLAY "CALCJRN - RESUMO DE POSTAGEM (CALCPSM) "
027700            "INDISPONIVEL - EXECUCAO RECUSADA"
027800        STOP RUN
027900     END-IF.
027950     CLOSE CALC-PSM-FILE.
028000     MOVE ZERO TO WRK-JL-QTD.
028100 1000-EXIT.
028200     EXIT.
028300
028400*----------------------------------------------------------------*
028500*  2000-LOAD-SUMMARY - UMA LINHA POR CONTA COM SALDO: POSITIVO   *
028600*  DEBITA, NEGATIVO CREDITA. SALDO ZERO E CONTA EM BRANCO NAO    *
028700*  GERAM LINHA. A ULTIMA POSICAO DA TABELA FICA RESERVADA PARA A *
028800*  CONTRAPARTIDA.                                                *
028900*----------------------------------------------------------------*
029000 2000-LOAD-SUMMARY.
029100     READ CALC-PSM-FILE
029200         AT END
029300             MOVE "Y" TO WRK-EOF-SW
029400             GO TO 2000-EXIT
029500     END-READ.
029600     ADD 1 TO WRK-LIDOS-COUNT.
029700     IF CALC-PS-CONTA EQUAL SPACES
029800        ADD 1 TO WRK-SEM-CONTA-COUNT
029900        GO TO 2000-EXIT
030000     END-IF.
030100     IF CALC-PS-SALDO EQUAL ZERO
030200        ADD 1 TO WRK-ZERADAS-COUNT
030300        GO TO 2000-EXIT
030400     END-IF.
030500     IF WRK-JL-QTD NOT LESS THAN WRK-JL-MAX
030600        IF NOT WRK-JL-TRUNCADA
030700           DISPLAY "CALCJRN - TABELA DE LINHAS CHEIA - DIARIO "
030800               "INCOMPLETO"
030900        END-IF
031000        MOVE "Y" TO WRK-JL-TRUNC-SW
031100        GO TO 2000-EXIT
031200     END-IF.
031300     ADD 1 TO WRK-JL-QTD.
031400     MOVE CALC-PS-CONTA TO WRK-JL-CONTA(WRK-JL-QTD).
031500     MOVE CALC-PS-QTD   TO WRK-JL-QTD2(WRK-JL-QTD).
031600     ADD CALC-PS-QTD    TO WRK-QTD-TOTAL.
031700     IF CALC-PS-SALDO GREATER THAN ZERO
031800        MOVE "D" TO WRK-JL-DC(WRK-JL-QTD)
031900        MOVE CALC-PS-SALDO TO WRK-JL-VALOR(WRK-JL-QTD)
032000        ADD CALC-PS-SALDO TO WRK-TOTAL-DEBITO
032100            ON SIZE ERROR
032200                MOVE "Y" TO WRK-ESTOURO-SW
032300        END-ADD
032400        ADD 1 TO WRK-DEB-COUNT
032500     ELSE
032600        MOVE "C" TO WRK-JL-DC(WRK-JL-QTD)
032700        COMPUTE WRK-VALOR = ZERO - CALC-PS-SALDO
032800        MOVE WRK-VALOR TO WRK-JL-VALOR(WRK-JL-QTD)
032900        ADD WRK-VALOR TO WRK-TOTAL-CREDITO
033000            ON SIZE ERROR
033100                MOVE "Y" TO WRK-ESTOURO-SW
033200        END-ADD
033300        ADD 1 TO WRK-CRE-COUNT
033400     END-IF.
033500 2000-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------*
033900*  3000-BUILD-OFFSET - A CONTRAPARTIDA NA CONTA TRANSITORIA LEVA *
034000*  O LIQUIDO DAS CONTAS: MAIS DEBITOS QUE CREDITOS CREDITA A     *
034100*  TRANSITORIA, O CONTRARIO DEBITA. LIQUIDO ZERO NAO GERA LINHA. *
034200*----------------------------------------------------------------*
034300 3000-BUILD-OFFSET.
034400     COMPUTE WRK-LIQUIDO = WRK-TOTAL-DEBITO - WRK-TOTAL-CREDITO
034500         ON SIZE ERROR
034600             MOVE "Y" TO WRK-ESTOURO-SW
034700             GO TO 3000-EXIT
034800     END-COMPUTE.
034900     IF WRK-LIQUIDO EQUAL ZERO
035000        GO TO 3000-EXIT
035100     END-IF.
035200     ADD 1 TO WRK-JL-QTD.
035300     MOVE "Y" TO WRK-OFFSET-SW.
035400     MOVE WRK-CONTA-TRANSIT TO WRK-JL-CONTA(WRK-JL-QTD).
035500     MOVE ZERO TO WRK-JL-QTD2(WRK-JL-QTD).
035600     IF WRK-LIQUIDO GREATER THAN ZERO
035700        MOVE "C" TO WRK-JL-DC(WRK-JL-QTD)
035800        MOVE WRK-LIQUIDO TO WRK-JL-VALOR(WRK-JL-QTD)
035900        ADD WRK-LIQUIDO TO WRK-TOTAL-CREDITO
036000            ON SIZE ERROR
036100                MOVE "Y" TO WRK-ESTOURO-SW
036200        END-ADD
036300        ADD 1 TO WRK-CRE-COUNT
036400     ELSE
036500        MOVE "D" TO WRK-JL-DC(WRK-JL-QTD)
036600        COMPUTE WRK-VALOR = ZERO - WRK-LIQUIDO
036700        MOVE WRK-VALOR TO WRK-JL-VALOR(WRK-JL-QTD)
036800        ADD WRK-VALOR TO WRK-TOTAL-DEBITO
036900            ON SIZE ERROR
037000                MOVE "Y" TO WRK-ESTOURO-SW
037100        END-ADD
037200        ADD 1 TO WRK-DEB-COUNT
037300     END-IF.
037400 3000-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------*
037800*  4000-PROVE-BALANCE - REFAZ OS TOTAIS DE DEBITO E CREDITO A    *
037900*  PARTIR DAS LINHAS MONTADAS E CONFERE COM OS TOTAIS DO         *
038000*  TRAILER. O DIARIO SO BATE SE DEBITO = CREDITO, AS DUAS SOMAS  *
038100*  CONFEREM, NAO HOUVE ESTOURO E A TABELA NAO FOI TRUNCADA.      *
038200*----------------------------------------------------------------*
038300 4000-PROVE-BALANCE.
038400     MOVE "Y" TO WRK-BATE-SW.
038500     MOVE ZEROS TO WRK-PROVA-DEBITO.
038600     MOVE ZEROS TO WRK-PROVA-CREDITO.
038700     MOVE ZERO TO WRK-JL-IX.
038800     PERFORM 4100-SUM-LINE THRU 4100-EXIT
038900         UNTIL WRK-JL-IX NOT LESS THAN WRK-JL-QTD.
039000     IF WRK-ESTOUROU
039100        MOVE "N" TO WRK-BATE-SW
039200        GO TO 4000-EXIT
039300     END-IF.
039400     IF WRK-JL-TRUNCADA
039500        MOVE "N" TO WRK-BATE-SW
039600     END-IF.
039700     IF WRK-PROVA-DEBITO NOT EQUAL WRK-TOTAL-DEBITO
039800           OR WRK-PROVA-CREDITO NOT EQUAL WRK-TOTAL-CREDITO
039900        MOVE "N" TO WRK-BATE-SW
040000     END-IF.
040100     IF WRK-TOTAL-DEBITO NOT EQUAL WRK-TOTAL-CREDITO
040200        MOVE "N" TO WRK-BATE-SW
040300     END-IF.
040400     COMPUTE WRK-DIFERENCA = WRK-TOTAL-DEBITO - WRK-TOTAL-CREDITO.
040500 4000-EXIT.
040600     EXIT.
040700
040800 4100-SUM-LINE.
040900     ADD 1 TO WRK-JL-IX.
041000     IF WRK-JL-DC(WRK-JL-IX) EQUAL "D"
041100        ADD WRK-JL-VALOR(WRK-JL-IX) TO WRK-PROVA-DEBITO
041200            ON SIZE ERROR
041300                MOVE "Y" TO WRK-ESTOURO-SW
041400        END-ADD
041500     ELSE
041600        ADD WRK-JL-VALOR(WRK-JL-IX) TO WRK-PROVA-CREDITO
041700            ON SIZE ERROR
041800                MOVE "Y" TO WRK-ESTOURO-SW
041900        END-ADD
042000     END-IF.
042100 4100-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------*
042500*  5000-WRITE-JOURNAL - GRAVA O DIARIO PROVADO: HEADER, LINHAS   *
042600*  NUMERADAS E TRAILER COM OS TOTAIS DE CONTROLE.                *
042700*----------------------------------------------------------------*
042800 5000-WRITE-JOURNAL.
042900     OPEN OUTPUT CALC-JNL-FILE.
043000     ACCEPT WRK-CURRENT-TIME FROM TIME.
043100     MOVE SPACES TO CALC-JNL-HEADER.
043200     MOVE "H"               TO CALC-JH-TIPO.
043300     MOVE WRK-RUN-ID        TO CALC-JH-RUN-ID.
043400     MOVE WRK-RC-DATA-NEG   TO CALC-JH-DATA-NEGOCIO.
043500     MOVE WRK-DATE-NUM      TO CALC-JH-DATA-GERACAO.
043600     MOVE WRK-TIME-NUM(1:6) TO CALC-JH-HORA-GERACAO.
043700     MOVE WRK-CONTA-TRANSIT TO CALC-JH-CONTA-TRANSIT.
043800     WRITE CALC-JNL-HEADER.
043900     MOVE ZERO TO WRK-JL-IX.
044000     PERFORM 5100-WRITE-LINE THRU 5100-EXIT
044100         UNTIL WRK-JL-IX NOT LESS THAN WRK-JL-QTD.
044200     MOVE SPACES TO CALC-JNL-TRAILER.
044300     MOVE "T"               TO CALC-JT-TIPO.
044400     MOVE WRK-JL-QTD        TO CALC-JT-QTD-LINHAS.
044500     MOVE WRK-TOTAL-DEBITO  TO CALC-JT-TOTAL-DEBITO.
044600     MOVE WRK-TOTAL-CREDITO TO CALC-JT-TOTAL-CREDITO.
044700     WRITE CALC-JNL-TRAILER.
044800     CLOSE CALC-JNL-FILE.
044900 5000-EXIT.
045000     EXIT.
045100
045200 5100-WRITE-LINE.
045300     ADD 1 TO WRK-JL-IX.
045400     MOVE SPACES TO CALC-JNL-DETAIL.
045500     MOVE "D"                     TO CALC-JD-TIPO.
045600     MOVE WRK-JL-IX               TO CALC-JD-LINHA.
045700     MOVE WRK-JL-CONTA(WRK-JL-IX) TO CALC-JD-CONTA.
045800     MOVE WRK-JL-DC(WRK-JL-IX)    TO CALC-JD-DC.
045900     MOVE WRK-JL-VALOR(WRK-JL-IX) TO CALC-JD-VALOR.
046000     MOVE WRK-JL-QTD2(WRK-JL-IX)  TO CALC-JD-QTD.
046100     IF WRK-TEM-CONTRAPARTIDA
046200           AND WRK-JL-IX EQUAL WRK-JL-QTD
046300        MOVE "CONTRAPARTIDA TRANSITORIA" TO CALC-JD-HISTORICO
046400     ELSE
046500        STRING "CALCULADORA RUN-ID " DELIMITED BY SIZE
046600               WRK-RUN-ID            DELIMITED BY SIZE
046700            INTO CALC-JD-HISTORICO
046800        END-STRING
046900     END-IF.
047000     WRITE CALC-JNL-DETAIL.
047100 5100-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------*
047500*  6000-CHECK-RUN-CONTROL - CONFERE NO MASTER DE CONTROLE DE     *
047600*  EXECUCAO (CALCRUN) A SEQUENCIA DA DATA DE NEGOCIO - A DATA DO *
047700*  MOVIMENTO DO HEADER DO RUN-ID NO CALCIN (SEM HEADER VALE A    *
047800*  DATA DA EXECUCAO): O DIARIO RECUSA INICIAR SEM A CALCULADORA  *
047880*  "OK" NA DATA, NEM SEM A VARREDURA DO ONLINE (CALCVARR) "OK",  *
047960*  POIS O QUE FOR VARRIDO DEPOIS DO DIARIO FICARIA FORA DELE; UM *
048040*  DIARIO JA LIBERADO ("OK") SO E GERADO DE NOVO COM CONFIRMACAO *
048120*  DO OPERADOR. NO FIM CARIMBA O INICIO DESTA EXECUCAO.          *
048200*----------------------------------------------------------------*
048300 6000-CHECK-RUN-CONTROL.
048400     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
048500     PERFORM 6050-PEEK-DATA-MOVTO THRU 6050-EXIT.
048600     PERFORM 6100-LOAD-RUN-CONTROL THRU 6100-EXIT.
048700     MOVE "CALCULADORA" TO WRK-RC-PASSO.
048800     PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT.
048900     IF NOT WRK-RC-ACHOU
049000           OR WRK-RC-RESULT(WRK-RC-IX) NOT EQUAL "OK"
049100        DISPLAY "CALCJRN - CALCULADORA NAO CONCLUIDA NA DATA "
049200            WRK-RC-DATA-NEG " - EXECUCAO RECUSADA"
049300        STOP RUN
049400     END-IF.
049410     MOVE "CALCVARR" TO WRK-RC-PASSO.
049420     PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT.
049430     IF NOT WRK-RC-ACHOU
049440           OR WRK-RC-RESULT(WRK-RC-IX) NOT EQUAL "OK"
049450        DISPLAY "CALCJRN - VARREDURA DO ONLINE NAO CONCLUIDA NA "
049460            "DATA " WRK-RC-DATA-NEG " - EXECUCAO RECUSADA"
049470        STOP RUN
049480     END-IF.
049500     MOVE "CALCJRN" TO WRK-RC-PASSO.
049600     PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT.
049700     IF WRK-RC-ACHOU
049800        MOVE WRK-RC-IX TO WRK-RC-MEU-IX
049900        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "OK"
050000           DISPLAY "CALCJRN - DIARIO JA LIBERADO NA DATA "
050100               WRK-RC-DATA-NEG " - REEXECUTAR (S/N) [N]: "
050200           ACCEPT WRK-OVERRIDE-SW FROM CONSOLE
050300           IF WRK-OVERRIDE-SW NOT EQUAL "S"
050400              DISPLAY "CALCJRN - EXECUCAO RECUSADA"
050500              STOP RUN
050600           END-IF
050700        END-IF
050800        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "EX"
050900           DISPLAY "CALCJRN - EXECUCAO ANTERIOR NAO ENCERRADA "
051000               "NA DATA - PROSSEGUINDO"
051100        END-IF
051200     ELSE
051300        MOVE ZERO TO WRK-RC-MEU-IX
051400     END-IF.
051500     PERFORM 6300-STAMP-RUN-START THRU 6300-EXIT.
051600 6000-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------*
052000*  6050-PEEK-DATA-MOVTO - ESPIA NO CALCIN A DATA DO MOVIMENTO DO *
052100*  HEADER DO RUN-ID PEDIDO (OU, NA FALTA DELE, DO PRIMEIRO       *
052200*  HEADER), QUE E A DATA DE NEGOCIO DO DIARIO E DO CONTROLE DE   *
052300*  EXECUCAO. SEM ARQUIVO OU SEM HEADER VALE A DATA DA EXECUCAO.  *
052400*----------------------------------------------------------------*
052500 6050-PEEK-DATA-MOVTO.
052600     MOVE WRK-DATE-NUM TO WRK-RC-DATA-NEG.
052700     MOVE "N" TO WRK-PEEK-HDR-SW.
052800     OPEN INPUT CALC-INPUT-FILE.
052900     IF CALC-IN-STATUS NOT = "00"
053000        GO TO 6050-EXIT
053100     END-IF.
053200     MOVE "N" TO WRK-PEEK-FIM-SW.
053300     PERFORM 6080-PEEK-ONE THRU 6080-EXIT
053400         UNTIL WRK-PEEK-FIM.
053500     CLOSE CALC-INPUT-FILE.
053600 6050-EXIT.
053700     EXIT.
053800
053900 6080-PEEK-ONE.
054000     READ CALC-INPUT-FILE
054100         AT END
054200             MOVE "Y" TO WRK-PEEK-FIM-SW
054300             GO TO 6080-EXIT
054400     END-READ.
054500     IF CALC-TRANS-RECORD(1:1) NOT EQUAL "H"
054600        GO TO 6080-EXIT
054700     END-IF.
054800     IF CALC-TH-DATA-MOVTO NUMERIC
054900           AND NOT WRK-PEEK-HDR-VISTO
055000        MOVE CALC-TH-DATA-MOVTO TO WRK-RC-DATA-NEG
055100        MOVE "Y" TO WRK-PEEK-HDR-SW
055200     END-IF.
055300     IF CALC-TH-RUN-ID EQUAL WRK-RUN-ID
055400        IF CALC-TH-DATA-MOVTO NUMERIC
055500           MOVE CALC-TH-DATA-MOVTO TO WRK-RC-DATA-NEG
055600        END-IF
055700        MOVE "Y" TO WRK-PEEK-FIM-SW
055800     END-IF.
055900 6080-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------------*
056300*  6100-LOAD-RUN-CONTROL - CARREGA O MASTER DE CONTROLE DE       *
056400*  EXECUCAO NA TABELA; SEM O ARQUIVO A TABELA FICA VAZIA (O      *
056500*  PRIMEIRO CARIMBO CRIA O ARQUIVO).                             *
056600*----------------------------------------------------------------*
056700 6100-LOAD-RUN-CONTROL.
056800     MOVE ZERO TO WRK-RC-QTD.
056900     OPEN INPUT CALC-RUN-FILE.
057000     IF CALC-RUN-STATUS NOT = "00"
057100        GO TO 6100-EXIT
057200     END-IF.
057300     MOVE "N" TO WRK-RUN-EOF-SW.
057400     PERFORM 6150-READ-RUN THRU 6150-EXIT
057500         UNTIL WRK-RUN-EOF.
057600     CLOSE CALC-RUN-FILE.
057700 6100-EXIT.
057800     EXIT.
057900
058000 6150-READ-RUN.
058100     READ CALC-RUN-FILE
058200         AT END
058300             MOVE "Y" TO WRK-RUN-EOF-SW
058400         NOT AT END
058500             IF WRK-RC-QTD LESS THAN WRK-RC-MAX
058600                ADD 1 TO WRK-RC-QTD
058700                MOVE CALC-RUN-RECORD TO WRK-RC-ENTRY(WRK-RC-QTD)
058800             ELSE
058900                DISPLAY "CALCJRN - TABELA DE CONTROLE DE "
059000                    "EXECUCAO CHEIA - CARGA TRUNCADA"
059100                MOVE "Y" TO WRK-RC-TRUNC-SW
059200                MOVE "Y" TO WRK-RUN-EOF-SW
059300             END-IF
059400     END-READ.
059500 6150-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------*
059900*  6200-FIND-RUN-ENTRY - PROCURA NA TABELA O PASSO WRK-RC-PASSO  *
060000*  NA DATA DE NEGOCIO CORRENTE. DEIXA WRK-RC-IX NA ENTRADA.      *
060100*----------------------------------------------------------------*
060200 6200-FIND-RUN-ENTRY.
060300     MOVE "N"  TO WRK-RC-ACHOU-SW.
060400     MOVE ZERO TO WRK-RC-IX.
060500     PERFORM 6250-SCAN-RUN THRU 6250-EXIT
060600         UNTIL WRK-RC-ACHOU
060700            OR WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
060800 6200-EXIT.
060900     EXIT.
061000
061100 6250-SCAN-RUN.
061200     ADD 1 TO WRK-RC-IX.
061300     IF WRK-RC-DATA(WRK-RC-IX) EQUAL WRK-RC-DATA-NEG
061400           AND WRK-RC-PROG(WRK-RC-IX) EQUAL WRK-RC-PASSO
061500        MOVE "Y" TO WRK-RC-ACHOU-SW
061600     END-IF.
061700 6250-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------------*
062100*  6300-STAMP-RUN-START - CARIMBA O INICIO DESTA EXECUCAO NO     *
062200*  MASTER ("EX", HORA DE INICIO, FIM ZERADO) E REGRAVA O         *
062300*  ARQUIVO. TABELA CHEIA SEGUE SEM CONTROLE, COM AVISO.          *
062400*----------------------------------------------------------------*
062500 6300-STAMP-RUN-START.
062600     IF WRK-RC-TRUNCADA
062700        DISPLAY "CALCJRN - CONTROLE DE EXECUCAO TRUNCADO "
062800            "- EXECUCAO SEGUE SEM CARIMBO"
062900        MOVE ZERO TO WRK-RC-MEU-IX
063000        GO TO 6300-EXIT
063100     END-IF.
063200     ACCEPT WRK-CURRENT-TIME FROM TIME.
063300     IF WRK-RC-MEU-IX EQUAL ZERO
063400        IF WRK-RC-QTD NOT LESS THAN WRK-RC-MAX
063500           DISPLAY "CALCJRN - TABELA DE CONTROLE DE EXECUCAO "
063600               "CHEIA - EXECUCAO SEGUE SEM CARIMBO"
063700           GO TO 6300-EXIT
063800        END-IF
063900        ADD 1 TO WRK-RC-QTD
064000        MOVE WRK-RC-QTD TO WRK-RC-MEU-IX
064100        MOVE SPACES TO WRK-RC-ENTRY(WRK-RC-MEU-IX)
064200        MOVE WRK-RC-DATA-NEG TO WRK-RC-DATA(WRK-RC-MEU-IX)
064300        MOVE "CALCJRN" TO WRK-RC-PROG(WRK-RC-MEU-IX)
064400        MOVE ZERO TO WRK-RC-SEQ(WRK-RC-MEU-IX)
064500     END-IF.
064600     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-INI(WRK-RC-MEU-IX).
064700     MOVE ZERO TO WRK-RC-FIM(WRK-RC-MEU-IX).
064800     MOVE "EX" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
064900     ADD 1 TO WRK-RC-SEQ(WRK-RC-MEU-IX).
065000     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
065100 6300-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------*
065500*  6400-STAMP-RUN-END - CARIMBA A LIBERACAO DO DIARIO ("OK",     *
065600*  HORA DE FIM) NO MASTER DE CONTROLE E REGRAVA O ARQUIVO. UM    *
065700*  DIARIO RECUSADO DEIXA O PASSO EM "EX".                        *
065800*----------------------------------------------------------------*
065900 6400-STAMP-RUN-END.
066000     IF WRK-RC-MEU-IX EQUAL ZERO
066100        GO TO 6400-EXIT
066200     END-IF.
066300     ACCEPT WRK-CURRENT-TIME FROM TIME.
066400     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-FIM(WRK-RC-MEU-IX).
066500     MOVE "OK" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
066600     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
066700 6400-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------------*
067100*  6500-REWRITE-RUN-CONTROL - REGRAVA O MASTER DE CONTROLE DE    *
067200*  EXECUCAO A PARTIR DA TABELA.                                  *
067300*----------------------------------------------------------------*
067400 6500-REWRITE-RUN-CONTROL.
067500     OPEN OUTPUT CALC-RUN-FILE.
067600     MOVE ZERO TO WRK-RC-IX.
067700     PERFORM 6550-WRITE-RUN THRU 6550-EXIT
067800         UNTIL WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
067900     CLOSE CALC-RUN-FILE.
068000 6500-EXIT.
068100     EXIT.
068200
068300 6550-WRITE-RUN.
068400     ADD 1 TO WRK-RC-IX.
068500     MOVE WRK-RC-ENTRY(WRK-RC-IX) TO CALC-RUN-RECORD.
068600     WRITE CALC-RUN-RECORD.
068700 6550-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------*
069100*  7000-PRINT-LISTING - LISTAGEM DO DIARIO (CALCJNR): AS LINHAS  *
069200*  COM A DESCRICAO DA CONTA NO CADASTRO, OS TOTAIS DE CONTROLE E *
069300*  O VEREDITO - LIBERADO OU NAO GERADO, COM O MOTIVO.            *
069400*----------------------------------------------------------------*
069500 7000-PRINT-LISTING.
069600     OPEN OUTPUT CALC-JNR-FILE.
069700     MOVE "N" TO WRK-CONTAS-SW.
069800     OPEN INPUT CALC-CTA-FILE.
069900     IF CALC-CTA-STATUS EQUAL "00"
070000        MOVE "Y" TO WRK-CONTAS-SW
070100     ELSE
070200        DISPLAY "CALCJRN - SEM CADASTRO DE CONTAS (CALCCTA) - "
070300            "LISTAGEM SEM DESCRICAO"
070400     END-IF.
070500     MOVE WRK-HEADER-LINE-1 TO CALC-JNR-RECORD.
070600     WRITE CALC-JNR-RECORD.
070700     MOVE WRK-RC-DATA-NEG   TO WRK-HDR-DATA.
070800     MOVE WRK-RUN-ID        TO WRK-HDR-RUN.
070900     MOVE WRK-CONTA-TRANSIT TO WRK-HDR-TRANSIT.
071000     MOVE WRK-HEADER-LINE-2 TO CALC-JNR-RECORD.
071100     WRITE CALC-JNR-RECORD.
071200     MOVE SPACES TO CALC-JNR-RECORD.
071300     WRITE CALC-JNR-RECORD.
071400     MOVE WRK-COLUNA-LINE TO CALC-JNR-RECORD.
071500     WRITE CALC-JNR-RECORD.
071600     MOVE ZERO TO WRK-JL-IX.
071700     PERFORM 7100-PRINT-LINE THRU 7100-EXIT
071800         UNTIL WRK-JL-IX NOT LESS THAN WRK-JL-QTD.
071900     MOVE SPACES TO CALC-JNR-RECORD.
072000     WRITE CALC-JNR-RECORD.
072100
072200     MOVE "CONTAS LIDAS NO RESUMO (CALCPSM) : " TO WRK-JNC-TEXTO.
072300     MOVE WRK-LIDOS-COUNT TO WRK-JNC-QTD.
072400     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
072500     MOVE "  SEM SALDO (SEM LINHA)          : " TO WRK-JNC-TEXTO.
072600     MOVE WRK-ZERADAS-COUNT TO WRK-JNC-QTD.
072700     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
072800     MOVE "  SEM CONTA (SEM LINHA)          : " TO WRK-JNC-TEXTO.
072900     MOVE WRK-SEM-CONTA-COUNT TO WRK-JNC-QTD.
073000     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
073100     MOVE "LINHAS DO DIARIO                 : " TO WRK-JNC-TEXTO.
073200     MOVE WRK-JL-QTD TO WRK-JNC-QTD.
073300     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
073400     MOVE "  A DEBITO                       : " TO WRK-JNC-TEXTO.
073500     MOVE WRK-DEB-COUNT TO WRK-JNC-QTD.
073600     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
073700     MOVE "  A CREDITO                      : " TO WRK-JNC-TEXTO.
073800     MOVE WRK-CRE-COUNT TO WRK-JNC-QTD.
073900     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
074000     MOVE "CALCULOS COBERTOS                : " TO WRK-JNC-TEXTO.
074100     MOVE WRK-QTD-TOTAL TO WRK-JNC-QTD.
074200     PERFORM 7200-PRINT-CONTAGEM THRU 7200-EXIT.
074300     MOVE "TOTAL DE DEBITOS                 : " TO WRK-JNL-TEXTO.
074400     MOVE WRK-TOTAL-DEBITO TO WRK-JNL-VALOR.
074500     PERFORM 7300-PRINT-VALOR THRU 7300-EXIT.
074600     MOVE "TOTAL DE CREDITOS                : " TO WRK-JNL-TEXTO.
074700     MOVE WRK-TOTAL-CREDITO TO WRK-JNL-VALOR.
074800     PERFORM 7300-PRINT-VALOR THRU 7300-EXIT.
074900     MOVE SPACES TO CALC-JNR-RECORD.
075000     WRITE CALC-JNR-RECORD.
075100
075200     IF WRK-ESTOUROU
075300        MOVE "DIVERGENCIA: ESTOURO NA SOMA DOS VALORES" TO
075400            WRK-JNR-AVISO
075500        PERFORM 7400-PRINT-AVISO THRU 7400-EXIT
075600     END-IF.
075700     IF WRK-JL-TRUNCADA
075800        MOVE "DIVERGENCIA: TABELA DE LINHAS CHEIA - RESUMO NAO "
075900            TO WRK-JNR-AVISO(1:50)
076000        MOVE "COUBE" TO WRK-JNR-AVISO(51:5)
076100        PERFORM 7400-PRINT-AVISO THRU 7400-EXIT
076200     END-IF.
076300     IF NOT WRK-ESTOUROU
076400           AND WRK-TOTAL-DEBITO NOT EQUAL WRK-TOTAL-CREDITO
076500        MOVE "DIVERGENCIA: DEBITO MENOS CREDITO =" TO
076600            WRK-JNL-TEXTO
076700        MOVE WRK-DIFERENCA TO WRK-JNL-VALOR
076800        PERFORM 7300-PRINT-VALOR THRU 7300-EXIT
076900     END-IF.
077000     IF NOT WRK-ESTOUROU
077100           AND (WRK-PROVA-DEBITO NOT EQUAL WRK-TOTAL-DEBITO
077200             OR WRK-PROVA-CREDITO NOT EQUAL WRK-TOTAL-CREDITO)
077300        MOVE "DIVERGENCIA: LINHAS NAO SOMAM OS TOTAIS DO TRAILER"
077400            TO WRK-JNR-AVISO
077500        PERFORM 7400-PRINT-AVISO THRU 7400-EXIT
077600     END-IF.
077700     IF WRK-DIARIO-BATE
077800        MOVE "DIARIO BALANCEADO - GRAVADO EM CALCJNL E LIBERADO"
077900            TO WRK-JNR-AVISO
078000     ELSE
078100        MOVE "DIARIO NAO BALANCEADO - NAO GERADO" TO
078200            WRK-JNR-AVISO
078300     END-IF.
078400     PERFORM 7400-PRINT-AVISO THRU 7400-EXIT.
078500     CLOSE CALC-JNR-FILE.
078600     IF WRK-CONTAS-CARREGADAS
078700        CLOSE CALC-CTA-FILE
078800     END-IF.
078900 7000-EXIT.
079000     EXIT.
079100
079200 7100-PRINT-LINE.
079300     ADD 1 TO WRK-JL-IX.
079400     MOVE SPACES TO WRK-DTL-DESCRICAO.
079500     IF WRK-CONTAS-CARREGADAS
079600        MOVE WRK-JL-CONTA(WRK-JL-IX) TO CALC-CT-CONTA
079700        READ CALC-CTA-FILE
079800            INVALID KEY
079900                MOVE "** NAO CADASTRADA **" TO WRK-DTL-DESCRICAO
080000            NOT INVALID KEY
080100                MOVE CALC-CT-DESCRICAO TO WRK-DTL-DESCRICAO
080200        END-READ
080300     END-IF.
080400     MOVE WRK-JL-IX               TO WRK-DTL-LINHA.
080500     MOVE WRK-JL-CONTA(WRK-JL-IX) TO WRK-DTL-CONTA.
080600     MOVE WRK-JL-DC(WRK-JL-IX)    TO WRK-DTL-DC.
080700     MOVE WRK-JL-VALOR(WRK-JL-IX) TO WRK-DTL-VALOR.
080800     MOVE WRK-JL-QTD2(WRK-JL-IX)  TO WRK-DTL-QTD.
080900     MOVE WRK-DETAIL-LINE TO CALC-JNR-RECORD.
081000     WRITE CALC-JNR-RECORD.
081100 7100-EXIT.
081200     EXIT.
081300
081400 7200-PRINT-CONTAGEM.
081500     MOVE WRK-JNR-CONTAGEM TO CALC-JNR-RECORD.
081600     WRITE CALC-JNR-RECORD.
081700 7200-EXIT.
081800     EXIT.
081900
082000 7300-PRINT-VALOR.
082100     MOVE WRK-JNR-LINHA TO CALC-JNR-RECORD.
082200     WRITE CALC-JNR-RECORD.
082300 7300-EXIT.
082400     EXIT.
082500
082600 7400-PRINT-AVISO.
082700     MOVE WRK-JNR-AVISO TO CALC-JNR-RECORD.
082800     WRITE CALC-JNR-RECORD.
082900     MOVE SPACES TO WRK-JNR-AVISO.
083000 7400-EXIT.
083100     EXIT.
