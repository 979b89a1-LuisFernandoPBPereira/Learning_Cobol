000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCPEND.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. RELATORIO DE LOTES ONLINE *
001200*                   PENDENTES DE APROVACAO NO CORTE: PARA A DATA *
001300*                   PEDIDA NO CONSOLE (ZERO = HOJE), LISTA NO    *
001400*                   CALCPNR OS LOTES DO CALCPND DIGITADOS ATE A  *
001500*                   DATA QUE NAO TINHAM SIDO APROVADOS NEM       *
001600*                   REJEITADOS ATE ELA (AINDA PE, OU DECIDIDOS   *
001700*                   SO DEPOIS - A SITUACAO IMPRESSA E A ATUAL),  *
001800*                   COM O DIGITADOR, O HEADER E O TRAILER DE     *
001900*                   CADA LOTE. FECHA COM A CONTAGEM DOS          *
002000*                   PENDENTES E DAS DECISOES DO DIA. O MESMO     *
002100*                   NUMERO ENTRA NO CERTIFICADO DO CALCCLSE.     *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT             DIVISION.
002400 INPUT-OUTPUT            SECTION.
002500 FILE-CONTROL.
002600     SELECT CALC-PND-FILE    ASSIGN TO CALCPND
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE  IS SEQUENTIAL
002900         RECORD KEY   IS CALC-PN-CHAVE
003000         FILE STATUS  IS CALC-PND-STATUS.
003100
003200     SELECT CALC-PNR-FILE    ASSIGN TO CALCPNR
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS  IS CALC-PNR-STATUS.
003500
003600 DATA                    DIVISION.
003700 FILE                    SECTION.
003800 FD  CALC-PND-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY CALCPND.
004100
004200 FD  CALC-PNR-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  CALC-PNR-RECORD          PIC X(80).
004500
004600 WORKING-STORAGE         SECTION.
004700 77  WRK-EOF-SW               PIC X(01) VALUE "N".
004800     88  WRK-EOF                        VALUE "Y".
004900 77  CALC-PND-STATUS          PIC X(02) VALUE "00".
005000 77  CALC-PNR-STATUS          PIC X(02) VALUE "00".
005100
005200 01  WRK-DATA-CORTE           PIC 9(08) VALUE ZERO.
005300
005400 77  WRK-LIDOS-COUNT          PIC 9(07) COMP VALUE ZERO.
005500 77  WRK-PENDENTE-COUNT       PIC 9(07) COMP VALUE ZERO.
005600 77  WRK-APROVADO-COUNT       PIC 9(07) COMP VALUE ZERO.
005700 77  WRK-REJEITADO-COUNT      PIC 9(07) COMP VALUE ZERO.
005800 77  WRK-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
005900 77  WRK-LINES-PER-PAGE       PIC 9(04) COMP VALUE 50.
006000 77  WRK-PAGE-NUM             PIC 9(04) COMP VALUE ZERO.
006100
006200 01  WRK-HEADER-LINE-1.
006300     05  FILLER               PIC X(44) VALUE
006400         "CALCPEND - LOTES ONLINE PENDENTES DE APROVAC".
006500     05  FILLER               PIC X(28) VALUE
006600         "AO                  PAGINA: ".
006700     05  WRK-HDR-PAGINA       PIC ZZZ9.
006800     05  FILLER               PIC X(04) VALUE SPACES.
006900 01  WRK-HEADER-LINE-2.
007000     05  FILLER               PIC X(16) VALUE "CORTE EM      : ".
007100     05  WRK-HDR-DATA         PIC 9(08).
007200     05  FILLER               PIC X(56) VALUE SPACES.
007300 01  WRK-COLUNA-LINE.
007400     05  FILLER               PIC X(44) VALUE
007500         "DATA     HORA   TERM DIGITADR RUN-ID DT MOVT".
007600     05  FILLER               PIC X(36) VALUE
007700         "O     QTD                HASH ST    ".
007800
007900 01  WRK-DETAIL-LINE.
008000     05  WRK-DTL-DATA         PIC 9(08).
008100     05  FILLER               PIC X(01) VALUE SPACE.
008200     05  WRK-DTL-HORA         PIC X(06).
008300     05  FILLER               PIC X(01) VALUE SPACE.
008400     05  WRK-DTL-TERMINAL     PIC X(04).
008500     05  FILLER               PIC X(01) VALUE SPACE.
008600     05  WRK-DTL-OPERADOR     PIC X(08).
008700     05  FILLER               PIC X(01) VALUE SPACE.
008800     05  WRK-DTL-RUN-ID       PIC X(06).
008900     05  FILLER               PIC X(01) VALUE SPACE.
009000     05  WRK-DTL-DATA-MOVTO   PIC 9(08).
009100     05  FILLER               PIC X(01) VALUE SPACE.
009200     05  WRK-DTL-QTD          PIC ZZZZZZ9.
009300     05  FILLER               PIC X(01) VALUE SPACE.
009400     05  WRK-DTL-HASH         PIC -(15)9.99.
009500     05  FILLER               PIC X(01) VALUE SPACE.
009600     05  WRK-DTL-SITUACAO     PIC X(02).
009700     05  FILLER               PIC X(04) VALUE SPACES.
009800
009900 01  WRK-RESUMO-LINE.
010000     05  WRK-RES-TEXTO        PIC X(36).
010100     05  WRK-RES-QTD          PIC ZZZZZZ9.
010200     05  FILLER               PIC X(37) VALUE SPACES.
010300
010400 PROCEDURE               DIVISION.
010500
010600*----------------------------------------------------------------*
010700*  0000-MAINLINE - PEDE A DATA DO CORTE, VARRE O ARQUIVO DE      *
010800*  LOTES PENDENTES E IMPRIME A LISTA E O RESUMO.                 *
010900*----------------------------------------------------------------*
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT.
011300     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
011400     CLOSE CALC-PNR-FILE.
011500     DISPLAY "CALCPEND - " WRK-PENDENTE-COUNT
011600         " LOTES PENDENTES DE APROVACAO NO CORTE DE "
011700         WRK-DATA-CORTE.
011800     STOP RUN.
011900
012000*----------------------------------------------------------------*
012100*  1000-INITIALIZE - PEDE A DATA DO CORTE (ZERO = HOJE), ABRE O  *
012200*  RELATORIO E IMPRIME O PRIMEIRO CABECALHO.                     *
012300*----------------------------------------------------------------*
012400 1000-INITIALIZE.
012500     DISPLAY "CALCPEND - DATA DO CORTE (AAAAMMDD, 0=HOJE): ".
012600     ACCEPT WRK-DATA-CORTE FROM CONSOLE.
012700     IF WRK-DATA-CORTE EQUAL ZERO
012800        ACCEPT WRK-DATA-CORTE FROM DATE YYYYMMDD
012900     END-IF.
013000     OPEN OUTPUT CALC-PNR-FILE.
013100     PERFORM 8000-PRINT-HEADER THRU 8000-EXIT.
013200 1000-EXIT.
013300     EXIT.
013400
013500*----------------------------------------------------------------*
013600*  2000-PROCESS-PENDING - LE O CALCPND EM ORDEM DE CHAVE (DATA E *
013700*  HORA DA DIGITACAO). SEM O ARQUIVO NAO HA LOTE PENDENTE.       *
013800*----------------------------------------------------------------*
013900 2000-PROCESS-PENDING.
014000     OPEN INPUT CALC-PND-FILE.
014100     IF CALC-PND-STATUS NOT = "00"
014200        DISPLAY "CALCPEND - ARQUIVO DE LOTES PENDENTES (CALCPND) "
014300            "INDISPONIVEL (" CALC-PND-STATUS ")"
014400        GO TO 2000-EXIT
014500     END-IF.
014600     MOVE "N" TO WRK-EOF-SW.
014700     PERFORM 2100-READ-PND THRU 2100-EXIT
014800         UNTIL WRK-EOF.
014900     CLOSE CALC-PND-FILE.
015000 2000-EXIT.
015100     EXIT.
015200
015300*----------------------------------------------------------------*
015400*  2100-READ-PND - UM LOTE: CONTA AS DECISOES TOMADAS NA DATA DO *
015500*  CORTE E IMPRIME O LOTE QUE ESTAVA PENDENTE NO CORTE -         *
015600*  DIGITADO ATE A DATA E AINDA PE, OU DECIDIDO SO DEPOIS DELA.   *
015700*----------------------------------------------------------------*
015800 2100-READ-PND.
015900     READ CALC-PND-FILE
016000         AT END
016100             MOVE "Y" TO WRK-EOF-SW
016200             GO TO 2100-EXIT
016300     END-READ.
016400     ADD 1 TO WRK-LIDOS-COUNT.
016500     IF CALC-PN-DATA-DECISAO EQUAL WRK-DATA-CORTE
016600        IF CALC-PN-SITUACAO EQUAL "AP"
016700           ADD 1 TO WRK-APROVADO-COUNT
016800        END-IF
016900        IF CALC-PN-SITUACAO EQUAL "RJ"
017000           ADD 1 TO WRK-REJEITADO-COUNT
017100        END-IF
017200     END-IF.
017300     IF CALC-PN-DATA-DIG GREATER THAN WRK-DATA-CORTE
017400        GO TO 2100-EXIT
017500     END-IF.
017600     IF CALC-PN-SITUACAO NOT EQUAL "PE"
017700           AND CALC-PN-DATA-DECISAO NOT GREATER THAN
017800               WRK-DATA-CORTE
017900        GO TO 2100-EXIT
018000     END-IF.
018100     ADD 1 TO WRK-PENDENTE-COUNT.
018200     PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT.
018300 2100-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------*
018700*  2500-PRINT-DETAIL - UMA LINHA POR LOTE PENDENTE, COM QUEBRA   *
018800*  DE PAGINA.                                                    *
018900*----------------------------------------------------------------*
019000 2500-PRINT-DETAIL.
019100     IF WRK-LINE-COUNT NOT LESS THAN WRK-LINES-PER-PAGE
019200        PERFORM 8000-PRINT-HEADER THRU 8000-EXIT
019300     END-IF.
019400     MOVE CALC-PN-DATA-DIG       TO WRK-DTL-DATA.
019500     MOVE CALC-PN-HORA-DIG(1:6)  TO WRK-DTL-HORA.
019600     MOVE CALC-PN-TERMINAL       TO WRK-DTL-TERMINAL.
019700     MOVE CALC-PN-OPERADOR       TO WRK-DTL-OPERADOR.
019800     MOVE CALC-PN-RUN-ID         TO WRK-DTL-RUN-ID.
019900     MOVE CALC-PN-DATA-MOVTO     TO WRK-DTL-DATA-MOVTO.
020000     MOVE CALC-PN-QTD            TO WRK-DTL-QTD.
020100     MOVE CALC-PN-HASH           TO WRK-DTL-HASH.
020200     MOVE CALC-PN-SITUACAO       TO WRK-DTL-SITUACAO.
020300     MOVE WRK-DETAIL-LINE TO CALC-PNR-RECORD.
020400     WRITE CALC-PNR-RECORD.
020500     ADD 1 TO WRK-LINE-COUNT.
020600 2500-EXIT.
020700     EXIT.
020800
020900*----------------------------------------------------------------*
021000*  3000-PRINT-SUMMARY - CONTAGENS FINAIS.                        *
021100*----------------------------------------------------------------*
021200 3000-PRINT-SUMMARY.
021300     MOVE SPACES TO CALC-PNR-RECORD.
021400     WRITE CALC-PNR-RECORD.
021500     MOVE "LOTES LIDOS NO CALCPND            : " TO WRK-RES-TEXTO.
021600     MOVE WRK-LIDOS-COUNT TO WRK-RES-QTD.
021700     MOVE WRK-RESUMO-LINE TO CALC-PNR-RECORD.
021800     WRITE CALC-PNR-RECORD.
021900     MOVE "PENDENTES DE APROVACAO NO CORTE   : " TO WRK-RES-TEXTO.
022000     MOVE WRK-PENDENTE-COUNT TO WRK-RES-QTD.
022100     MOVE WRK-RESUMO-LINE TO CALC-PNR-RECORD.
022200     WRITE CALC-PNR-RECORD.
022300     MOVE "APROVADOS NA DATA DO CORTE        : " TO WRK-RES-TEXTO.
022400     MOVE WRK-APROVADO-COUNT TO WRK-RES-QTD.
022500     MOVE WRK-RESUMO-LINE TO CALC-PNR-RECORD.
022600     WRITE CALC-PNR-RECORD.
022700     MOVE "REJEITADOS NA DATA DO CORTE       : " TO WRK-RES-TEXTO.
022800     MOVE WRK-REJEITADO-COUNT TO WRK-RES-QTD.
022900     MOVE WRK-RESUMO-LINE TO CALC-PNR-RECORD.
023000     WRITE CALC-PNR-RECORD.
023100 3000-EXIT.
023200     EXIT.
023300
023400*----------------------------------------------------------------*
023500*  8000-PRINT-HEADER - CABECALHO DE PAGINA.                      *
023600*----------------------------------------------------------------*
023700 8000-PRINT-HEADER.
023800     ADD 1 TO WRK-PAGE-NUM.
023900     MOVE WRK-PAGE-NUM TO WRK-HDR-PAGINA.
024000     MOVE WRK-HEADER-LINE-1 TO CALC-PNR-RECORD.
024100     WRITE CALC-PNR-RECORD.
024200     MOVE WRK-DATA-CORTE TO WRK-HDR-DATA.
024300     MOVE WRK-HEADER-LINE-2 TO CALC-PNR-RECORD.
024400     WRITE CALC-PNR-RECORD.
024500     MOVE SPACES TO CALC-PNR-RECORD.
024600     WRITE CALC-PNR-RECORD.
024700     MOVE WRK-COLUNA-LINE TO CALC-PNR-RECORD.
024800     WRITE CALC-PNR-RECORD.
024900     MOVE ZERO TO WRK-LINE-COUNT.
025000 8000-EXIT.
025100     EXIT.
