001700*                   NO CONSOLE FILTRA A EXECUCAO (EM BRANCO =    *
001800*                   TODAS). RESULTADO SEM CONTA FICA FORA DO     *
001900*                   RESUMO E E CONTADO NO CONSOLE.               *
001910* 15/10/2026 JH     INCLUIDA A LISTAGEM DO RESUMO DE POSTAGEM    *
001920*                   (CALCPSR): UMA LINHA POR CONTA COM A         *
001940*                   DESCRICAO DO CADASTRO DE CONTAS (CALCCTA) AO *
001950*                   LADO DO CODIGO, QUANTIDADE E SALDO, E O      *
001970*                   TOTAL GERAL. SEM O CADASTRO A DESCRICAO SAI  *
001980*                   EM BRANCO.                                   *
001983* 15/10/2026 JH     ESTORNO (TIPO "R" NO CALCOUT) JA VEM COM A   *
001986*                   CONTA DO ORIGINAL E O RESULTADO COM SINAL    *
001990*                   TROCADO E ENTRA LIQUIDO NO SALDO DA CONTA; A *
001993*                   LISTAGEM MOSTRA QUANTOS ESTORNOS E QUANTO    *
001996*                   ELES PESARAM NOS SALDOS.                     *
002000*----------------------------------------------------------------*
002100 ENVIRONMENT             DIVISION.
002200 INPUT-OUTPUT            SECTION.
002800     SELECT CALC-PSM-FILE    ASSIGN TO CALCPSM
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS  IS CALC-PSM-STATUS.
003009
003018     SELECT CALC-PSR-FILE    ASSIGN TO CALCPSR
003027         ORGANIZATION IS LINE SEQUENTIAL
003036         FILE STATUS  IS CALC-PSR-STATUS.
003045
003054     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
003063         ORGANIZATION IS INDEXED
003072         ACCESS MODE  IS DYNAMIC
003081         RECORD KEY   IS CALC-CT-CONTA
003090         FILE STATUS  IS CALC-CTA-STATUS.
003100
003200 DATA                    DIVISION.
003300 FILE                    SECTION.
003800 FD  CALC-PSM-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY CALCPSM.
004010
004020 FD  CALC-PSR-FILE
004030     LABEL RECORDS ARE STANDARD.
004040 01  CALC-PSR-RECORD          PIC X(80).
004050
004060 FD  CALC-CTA-FILE
004070     LABEL RECORDS ARE STANDARD.
004080     COPY CALCCTA.
004100
004200 WORKING-STORAGE         SECTION.
004300 77  WRK-EOF-SW               PIC X(01) VALUE "N".
005400 77  WRK-CT-IX                PIC 9(05) COMP VALUE ZERO.
005500 77  WRK-CT-QTD               PIC 9(05) COMP VALUE ZERO.
005600 77  WRK-CT-MAX               PIC 9(05) COMP VALUE 5000.
005610 77  WRK-ESTORNO-COUNT        PIC 9(07) COMP VALUE ZERO.
005620 01  WRK-ESTORNO-SOMA         PIC S9(16)V99 VALUE ZEROS.
005630 01  WRK-ESTORNO-LINE.
005640     05  FILLER               PIC X(44) VALUE
005650         "  ESTORNOS INCLUIDOS NOS SALDOS             ".
005660     05  WRK-EST-QTD          PIC Z(06)9.
005670     05  FILLER               PIC X(01) VALUE SPACES.
005680     05  WRK-EST-SALDO        PIC -(16)9.99.
005690     05  FILLER               PIC X(08) VALUE SPACES.
005700
005800 01  WRK-CONTA-TABLE.
005900     05  WRK-CT-ENTRY OCCURS 5000 TIMES.
006000         10  WRK-CT-CONTA     PIC X(10).
006100         10  WRK-CT-QTD2      PIC 9(07) COMP.
006200         10  WRK-CT-SALDO     PIC S9(16)V99.
006210
006220 77  CALC-PSR-STATUS          PIC X(02) VALUE "00".
006230 77  CALC-CTA-STATUS          PIC X(02) VALUE "00".
006240 77  WRK-CONTAS-SW            PIC X(01) VALUE "N".
006250     88  WRK-CONTAS-CARREGADAS          VALUE "Y".
006260 77  WRK-DESCRICAO            PIC X(30) VALUE SPACES.
006270 01  WRK-TOTAL-SALDO          PIC S9(16)V99 VALUE ZEROS.
006280 01  WRK-CURRENT-DATE.
006290     05  WRK-DATE-NUM         PIC 9(08).
006300
006302 01  WRK-HEADER-LINE-1.
006305     05  FILLER               PIC X(44) VALUE
006308         "CALCPOST - RESUMO DE POSTAGEM POR CONTA     ".
006311     05  FILLER               PIC X(36) VALUE SPACES.
006313 01  WRK-HEADER-LINE-2.
006316     05  FILLER               PIC X(06) VALUE "DATA:".
006319     05  WRK-HDR-DATA         PIC 9(08).
006322     05  FILLER               PIC X(10) VALUE "  RUN-ID:".
006325     05  WRK-HDR-RUN-ID       PIC X(06).
006327     05  FILLER               PIC X(50) VALUE SPACES.
006330 01  WRK-COLUNA-LINE.
006333     05  FILLER               PIC X(44) VALUE
006336         "  CONTA      DESCRICAO                      ".
006338     05  FILLER               PIC X(36) VALUE
006341         "    QTD                SALDO        ".
006344 01  WRK-DETAIL-LINE.
006347     05  FILLER               PIC X(02) VALUE SPACES.
006350     05  WRK-DTL-CONTA        PIC X(10).
006352     05  FILLER               PIC X(01) VALUE SPACES.
006355     05  WRK-DTL-DESCRICAO    PIC X(30).
006358     05  FILLER               PIC X(01) VALUE SPACES.
006361     05  WRK-DTL-QTD          PIC Z(06)9.
006363     05  FILLER               PIC X(01) VALUE SPACES.
006366     05  WRK-DTL-SALDO        PIC -(16)9.99.
006369     05  FILLER               PIC X(08) VALUE SPACES.
006372 01  WRK-TOTAL-LINE.
006375     05  FILLER               PIC X(12) VALUE "TOTAL GERAL:".
006377     05  WRK-TOT-CONTAS       PIC ZZZZ9.
006380     05  FILLER               PIC X(09) VALUE " CONTAS".
006383     05  FILLER               PIC X(18) VALUE SPACES.
006386     05  WRK-TOT-QTD          PIC Z(06)9.
006388     05  FILLER               PIC X(01) VALUE SPACES.
006391     05  WRK-TOT-SALDO        PIC -(16)9.99.
006394     05  FILLER               PIC X(08) VALUE SPACES.
006397
006400 PROCEDURE               DIVISION.
006500
006600*----------------------------------------------------------------*
008100 1000-INITIALIZE.
008200     DISPLAY "CALCPOST - RUN-ID A RESUMIR [TODOS]: ".
008300     ACCEPT WRK-FILTRO-RUN FROM CONSOLE.
008350     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
008400     OPEN INPUT CALC-OUT-FILE.
008500     IF CALC-OUT-STATUS NOT = "00"
008600        DISPLAY "CALCPOST - CALCOUT INDISPONIVEL ("
015200     IF CALC-RS-RESULTADO NUMERIC
015300        ADD CALC-RS-RESULTADO TO WRK-CT-SALDO(WRK-CT-IX)
015400     END-IF.
015410     IF CALC-RS-TIPO EQUAL "R"
015420        ADD 1 TO WRK-ESTORNO-COUNT
015440        IF CALC-RS-RESULTADO NUMERIC
015450           ADD CALC-RS-RESULTADO TO WRK-ESTORNO-SOMA
015470        END-IF
015480     END-IF.
015500 2100-EXIT.
015600     EXIT.
015700
017200        CLOSE CALC-OUT-FILE
017300     END-IF.
017400     OPEN OUTPUT CALC-PSM-FILE.
017450     PERFORM 3050-OPEN-REPORT THRU 3050-EXIT.
017500     MOVE ZERO TO WRK-CT-IX.
017600     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT
017700         UNTIL WRK-CT-IX NOT LESS THAN WRK-CT-QTD.
017800     CLOSE CALC-PSM-FILE.
017850     PERFORM 3300-CLOSE-REPORT THRU 3300-EXIT.
017900     DISPLAY "CALCPOST - " WRK-LIDOS-COUNT " RESULTADOS LIDOS, "
018000         WRK-SELEC-COUNT " RESUMIDOS EM "
018100         WRK-CT-QTD " CONTAS".
018300        DISPLAY "CALCPOST - " WRK-SEM-CONTA-COUNT
018400            " RESULTADOS SEM CONTA FICARAM FORA DO RESUMO"
018500     END-IF.
018520     IF WRK-ESTORNO-COUNT GREATER THAN ZERO
018540        DISPLAY "CALCPOST - " WRK-ESTORNO-COUNT
018560            " ESTORNOS LIQUIDADOS NOS SALDOS DAS CONTAS"
018580     END-IF.
018600 3000-EXIT.
018700     EXIT.
018800
019300     MOVE WRK-CT-QTD2(WRK-CT-IX)  TO CALC-PS-QTD.
019400     MOVE WRK-CT-SALDO(WRK-CT-IX) TO CALC-PS-SALDO.
019500     WRITE CALC-PSM-RECORD.
019550     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
019600 3100-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------------*
020000*  3050-OPEN-REPORT - ABRE A LISTAGEM DO RESUMO E O CADASTRO DE  *
020100*  CONTAS (SEM ELE A DESCRICAO SAI EM BRANCO) E IMPRIME O        *
020200*  CABECALHO.                                                    *
020300*----------------------------------------------------------------*
020400 3050-OPEN-REPORT.
020500     OPEN OUTPUT CALC-PSR-FILE.
020600     MOVE "N" TO WRK-CONTAS-SW.
020700     OPEN INPUT CALC-CTA-FILE.
020800     IF CALC-CTA-STATUS EQUAL "00"
020900        MOVE "Y" TO WRK-CONTAS-SW
021000     ELSE
021100        DISPLAY "CALCPOST - SEM CADASTRO DE CONTAS (CALCCTA) - "
021200            "LISTAGEM SEM DESCRICAO"
021300     END-IF.
021400     MOVE ZEROS TO WRK-TOTAL-SALDO.
021500     MOVE WRK-HEADER-LINE-1 TO CALC-PSR-RECORD.
021600     WRITE CALC-PSR-RECORD.
021700     MOVE WRK-DATE-NUM   TO WRK-HDR-DATA.
021800     IF WRK-FILTRO-RUN EQUAL SPACES
021900        MOVE "TODOS"        TO WRK-HDR-RUN-ID
022000     ELSE
022100        MOVE WRK-FILTRO-RUN TO WRK-HDR-RUN-ID
022200     END-IF.
022300     MOVE WRK-HEADER-LINE-2 TO CALC-PSR-RECORD.
022400     WRITE CALC-PSR-RECORD.
022500     MOVE SPACES TO CALC-PSR-RECORD.
022600     WRITE CALC-PSR-RECORD.
022700     MOVE WRK-COLUNA-LINE TO CALC-PSR-RECORD.
022800     WRITE CALC-PSR-RECORD.
022900 3050-EXIT.
023000     EXIT.
023100
023200*----------------------------------------------------------------*
023300*  3200-PRINT-DETAIL - IMPRIME A CONTA DA ENTRADA CORRENTE COM A *
023400*  DESCRICAO DO CADASTRO E SOMA O TOTAL GERAL.                   *
023500*----------------------------------------------------------------*
023600 3200-PRINT-DETAIL.
023700     PERFORM 3250-GET-DESCRICAO THRU 3250-EXIT.
023800     MOVE WRK-CT-CONTA(WRK-CT-IX) TO WRK-DTL-CONTA.
023900     MOVE WRK-DESCRICAO           TO WRK-DTL-DESCRICAO.
024000     MOVE WRK-CT-QTD2(WRK-CT-IX)  TO WRK-DTL-QTD.
024100     MOVE WRK-CT-SALDO(WRK-CT-IX) TO WRK-DTL-SALDO.
024200     MOVE WRK-DETAIL-LINE TO CALC-PSR-RECORD.
024300     WRITE CALC-PSR-RECORD.
024400     ADD WRK-CT-SALDO(WRK-CT-IX) TO WRK-TOTAL-SALDO.
024500 3200-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------*
024900*  3250-GET-DESCRICAO - LE A DESCRICAO DA CONTA NO CADASTRO;     *
025000*  CONTA FORA DO CADASTRO E MARCADA COMO TAL.                    *
025100*----------------------------------------------------------------*
025200 3250-GET-DESCRICAO.
025300     MOVE SPACES TO WRK-DESCRICAO.
025400     IF NOT WRK-CONTAS-CARREGADAS
025500        GO TO 3250-EXIT
025600     END-IF.
025700     MOVE WRK-CT-CONTA(WRK-CT-IX) TO CALC-CT-CONTA.
025800     READ CALC-CTA-FILE
025900         INVALID KEY
026000             MOVE "*** CONTA NAO CADASTRADA ***" TO WRK-DESCRICAO
026100         NOT INVALID KEY
026200             MOVE CALC-CT-DESCRICAO TO WRK-DESCRICAO
026300     END-READ.
026400 3250-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------------*
026800*  3300-CLOSE-REPORT - IMPRIME O TOTAL GERAL E FECHA A LISTAGEM  *
026900*  E O CADASTRO DE CONTAS.                                       *
027000*----------------------------------------------------------------*
027100 3300-CLOSE-REPORT.
027200     MOVE SPACES TO CALC-PSR-RECORD.
027300     WRITE CALC-PSR-RECORD.
027400     MOVE WRK-CT-QTD      TO WRK-TOT-CONTAS.
027500     MOVE WRK-SELEC-COUNT TO WRK-TOT-QTD.
027600     MOVE WRK-TOTAL-SALDO TO WRK-TOT-SALDO.
027700     MOVE WRK-TOTAL-LINE TO CALC-PSR-RECORD.
027800     WRITE CALC-PSR-RECORD.
027810     IF WRK-ESTORNO-COUNT GREATER THAN ZERO
027820        MOVE WRK-ESTORNO-COUNT TO WRK-EST-QTD
027840        MOVE WRK-ESTORNO-SOMA  TO WRK-EST-SALDO
027850        MOVE WRK-ESTORNO-LINE  TO CALC-PSR-RECORD
027870        WRITE CALC-PSR-RECORD
027880     END-IF.
027900     CLOSE CALC-PSR-FILE.
028000     IF WRK-CONTAS-CARREGADAS
028100        CLOSE CALC-CTA-FILE
028200     END-IF.
028300 3300-EXIT.
028400     EXIT.
