000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCJRT.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. RETORNO DO RAZAO PARA O   *
001200*                   DIARIO CONTABIL: LE O DIARIO LIBERADO PELO   *
001300*                   CALCJRN (CALCJNL) E O ARQUIVO DE ACEITE E    *
001400*                   REJEICAO DEVOLVIDO PELO RAZAO (CALCJAK) E    *
001500*                   IMPRIME EM CALCJRR AS LINHAS REJEITADAS, COM *
001600*                   O MOTIVO, E AS QUE FICARAM SEM RETORNO, COM  *
001700*                   AS CONTAGENS E OS VALORES NAO POSTADOS, PARA *
001800*                   QUE UMA LINHA REJEITADA NAO SEJA TOMADA COMO *
001900*                   POSTADA NA CONCILIACAO. RECUSA DO DIARIO     *
002000*                   INTEIRO (LINHA ZERO) REJEITA TODAS AS        *
002100*                   LINHAS.                                      *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT             DIVISION.
002400 INPUT-OUTPUT            SECTION.
002500 FILE-CONTROL.
002600     SELECT CALC-JNL-FILE    ASSIGN TO CALCJNL
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS  IS CALC-JNL-STATUS.
002900
003000     SELECT CALC-JAK-FILE    ASSIGN TO CALCJAK
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS  IS CALC-JAK-STATUS.
003300
003400     SELECT CALC-JRR-FILE    ASSIGN TO CALCJRR
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS  IS CALC-JRR-STATUS.
003700
003800 DATA                    DIVISION.
003900 FILE                    SECTION.
004000 FD  CALC-JNL-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY CALCJNL.
004300
004400 FD  CALC-JAK-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY CALCJAK.
004700
004800 FD  CALC-JRR-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  CALC-JRR-RECORD          PIC X(80).
005100
005200 WORKING-STORAGE         SECTION.
005300 77  WRK-EOF-SW               PIC X(01) VALUE "N".
005400     88  WRK-EOF                        VALUE "Y".
005500 77  CALC-JNL-STATUS          PIC X(02) VALUE "00".
005600 77  CALC-JAK-STATUS          PIC X(02) VALUE "00".
005700 77  CALC-JRR-STATUS          PIC X(02) VALUE "00".
005800
005900 77  WRK-RUN-ID               PIC X(06) VALUE SPACES.
006000 77  WRK-DATA-NEGOCIO         PIC 9(08) VALUE ZERO.
006100 77  WRK-HDR-SW               PIC X(01) VALUE "N".
006200     88  WRK-HDR-VISTO                  VALUE "Y".
006300 77  WRK-TRL-SW               PIC X(01) VALUE "N".
006400     88  WRK-TRL-VISTO                  VALUE "Y".
006500 77  WRK-RECUSA-SW            PIC X(01) VALUE "N".
006600     88  WRK-DIARIO-RECUSADO            VALUE "Y".
006700 77  WRK-RECUSA-MOTIVO        PIC X(40) VALUE SPACES.
006800 77  WRK-TRL-QTD              PIC 9(05) COMP VALUE ZERO.
006900 77  WRK-JAK-LIDOS            PIC 9(07) COMP VALUE ZERO.
007000 77  WRK-OUTRO-COUNT          PIC 9(07) COMP VALUE ZERO.
007100 77  WRK-INEXIST-COUNT        PIC 9(07) COMP VALUE ZERO.
007200 77  WRK-ACEITA-COUNT         PIC 9(07) COMP VALUE ZERO.
007300 77  WRK-REJEITA-COUNT        PIC 9(07) COMP VALUE ZERO.
007400 77  WRK-SEMRET-COUNT         PIC 9(07) COMP VALUE ZERO.
007500 77  WRK-JL-IX                PIC 9(05) COMP VALUE ZERO.
007600 77  WRK-JL-QTD               PIC 9(05) COMP VALUE ZERO.
007700 77  WRK-JL-MAX               PIC 9(05) COMP VALUE 5001.
007800 01  WRK-NAO-POSTADO-DEB      PIC 9(16)V99 VALUE ZEROS.
007900 01  WRK-NAO-POSTADO-CRE      PIC 9(16)V99 VALUE ZEROS.
008000 01  WRK-JL-TABLE.
008100     05  WRK-JL-ENTRY OCCURS 5001 TIMES.
008200         10  WRK-JL-CONTA     PIC X(10).
008300         10  WRK-JL-DC        PIC X(01).
008400         10  WRK-JL-VALOR     PIC 9(16)V99.
008500         10  WRK-JL-SIT       PIC X(01).
008600         10  WRK-JL-COD       PIC X(04).
008700         10  WRK-JL-MOTIVO    PIC X(40).
008800
008900 01  WRK-HEADER-LINE-1.
009000     05  FILLER               PIC X(44) VALUE
009100         "CALCJRT - RETORNO DO RAZAO - LINHAS NAO     ".
009200     05  FILLER               PIC X(36) VALUE
009300         "POSTADAS DO DIARIO                  ".
009400 01  WRK-HEADER-LINE-2.
009500     05  FILLER               PIC X(06) VALUE "DATA: ".
009600     05  WRK-HDR-DATA         PIC 9(08).
009700     05  FILLER               PIC X(10) VALUE "  RUN-ID: ".
009800     05  WRK-HDR-RUN          PIC X(06).
009900     05  FILLER               PIC X(50) VALUE SPACES.
010000 01  WRK-COLUNA-LINE.
010100     05  FILLER               PIC X(44) VALUE
010200         " LINHA CONTA      DC               VALOR    ".
010300     05  FILLER               PIC X(36) VALUE
010400         "SITUACAO    COD  MOTIVO             ".
010500 01  WRK-DETAIL-LINE.
010600     05  FILLER               PIC X(01) VALUE SPACES.
010700     05  WRK-DTL-LINHA        PIC ZZZZ9.
010800     05  FILLER               PIC X(01) VALUE SPACES.
010900     05  WRK-DTL-CONTA        PIC X(10).
011000     05  FILLER               PIC X(01) VALUE SPACES.
011100     05  WRK-DTL-DC           PIC X(01).
011200     05  FILLER               PIC X(01) VALUE SPACES.
011300     05  WRK-DTL-VALOR        PIC Z(16)9.99.
011400     05  FILLER               PIC X(04) VALUE SPACES.
011500     05  WRK-DTL-SITUACAO     PIC X(11).
011600     05  FILLER               PIC X(01) VALUE SPACES.
011700     05  WRK-DTL-COD          PIC X(04).
011800     05  FILLER               PIC X(01) VALUE SPACES.
011900     05  WRK-DTL-MOTIVO       PIC X(19).
012000 01  WRK-JRR-LINHA.
012100     05  WRK-JRL-TEXTO        PIC X(36).
012200     05  WRK-JRL-VALOR        PIC -(16)9.99.
012300     05  FILLER               PIC X(24) VALUE SPACES.
012400 01  WRK-JRR-CONTAGEM.
012500     05  WRK-JRC-TEXTO        PIC X(36).
012600     05  WRK-JRC-QTD          PIC ZZZZZZ9.
012700     05  FILLER               PIC X(37) VALUE SPACES.
012800 01  WRK-JRR-AVISO            PIC X(80) VALUE SPACES.
012900
013000 PROCEDURE               DIVISION.
013100
013200*----------------------------------------------------------------*
013300*  0000-MAINLINE - CARREGA O DIARIO, APLICA O RETORNO DO RAZAO   *
013400*  LINHA A LINHA E IMPRIME O QUE NAO FOI POSTADO.                *
013500*----------------------------------------------------------------*
013600 0000-MAINLINE.
013700     PERFORM 1000-LOAD-JOURNAL THRU 1000-EXIT.
013800     PERFORM 2000-APPLY-RETURN THRU 2000-EXIT.
013900     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
014000     STOP RUN.
014100
014200*----------------------------------------------------------------*
014300*  1000-LOAD-JOURNAL - CARREGA AS LINHAS DO DIARIO NA TABELA,    *
014400*  TODAS SEM RETORNO ATE O CALCJAK DIZER O CONTRARIO. SEM DIARIO *
014500*  OU SEM HEADER NAO HA O QUE CONFERIR.                          *
014600*----------------------------------------------------------------*
014700 1000-LOAD-JOURNAL.
014800     OPEN INPUT CALC-JNL-FILE.
014900     IF CALC-JNL-STATUS NOT = "00"
015000        DISPLAY "CALCJRT - DIARIO (CALCJNL) INDISPONIVEL ("
015100            CALC-JNL-STATUS ")"
015200        STOP RUN
015300     END-IF.
015400     MOVE "N" TO WRK-EOF-SW.
015500     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT
015600         UNTIL WRK-EOF.
015700     CLOSE CALC-JNL-FILE.
015800     IF NOT WRK-HDR-VISTO
015900        DISPLAY "CALCJRT - DIARIO SEM HEADER - NADA A CONFERIR"
016000        STOP RUN
016100     END-IF.
016200 1000-EXIT.
016300     EXIT.
016400
016500 1100-READ-JOURNAL.
016600     READ CALC-JNL-FILE
016700         AT END
016800             MOVE "Y" TO WRK-EOF-SW
016900             GO TO 1100-EXIT
017000     END-READ.
017100     IF CALC-JH-TIPO EQUAL "H"
017200        MOVE CALC-JH-RUN-ID       TO WRK-RUN-ID
017300        MOVE CALC-JH-DATA-NEGOCIO TO WRK-DATA-NEGOCIO
017400        MOVE "Y" TO WRK-HDR-SW
017500        GO TO 1100-EXIT
017600     END-IF.
017700     IF CALC-JT-TIPO EQUAL "T"
017800        MOVE CALC-JT-QTD-LINHAS TO WRK-TRL-QTD
017900        MOVE "Y" TO WRK-TRL-SW
018000        GO TO 1100-EXIT
018100     END-IF.
018200     IF CALC-JD-TIPO NOT EQUAL "D"
018300        GO TO 1100-EXIT
018400     END-IF.
018500     IF WRK-JL-QTD NOT LESS THAN WRK-JL-MAX
018600        DISPLAY "CALCJRT - TABELA DE LINHAS CHEIA - LINHA "
018700            CALC-JD-LINHA " FORA DA CONFERENCIA"
018800        GO TO 1100-EXIT
018900     END-IF.
019000     ADD 1 TO WRK-JL-QTD.
019100     MOVE CALC-JD-CONTA TO WRK-JL-CONTA(WRK-JL-QTD).
019200     MOVE CALC-JD-DC    TO WRK-JL-DC(WRK-JL-QTD).
019300     MOVE CALC-JD-VALOR TO WRK-JL-VALOR(WRK-JL-QTD).
019400     MOVE SPACES        TO WRK-JL-SIT(WRK-JL-QTD).
019500     MOVE SPACES        TO WRK-JL-COD(WRK-JL-QTD).
019600     MOVE SPACES        TO WRK-JL-MOTIVO(WRK-JL-QTD).
019700 1100-EXIT.
019800     EXIT.
019900
020000*----------------------------------------------------------------*
020100*  2000-APPLY-RETURN - MARCA CADA LINHA COM O RETORNO DO RAZAO.  *
020200*  SO VALE O RETORNO DO MESMO RUN-ID E DATA DE NEGOCIO DO        *
020300*  DIARIO. SEM O ARQUIVO TODAS AS LINHAS FICAM SEM RETORNO.      *
020400*----------------------------------------------------------------*
020500 2000-APPLY-RETURN.
020600     OPEN INPUT CALC-JAK-FILE.
020700     IF CALC-JAK-STATUS NOT = "00"
020800        DISPLAY "CALCJRT - RETORNO DO RAZAO (CALCJAK) "
020900            "INDISPONIVEL - TODAS AS LINHAS SEM RETORNO"
021000        GO TO 2000-EXIT
021100     END-IF.
021200     MOVE "N" TO WRK-EOF-SW.
021300     PERFORM 2100-READ-RETURN THRU 2100-EXIT
021400         UNTIL WRK-EOF.
021500     CLOSE CALC-JAK-FILE.
021600 2000-EXIT.
021700     EXIT.
021800
021900 2100-READ-RETURN.
022000     READ CALC-JAK-FILE
022100         AT END
022200             MOVE "Y" TO WRK-EOF-SW
022300             GO TO 2100-EXIT
022400     END-READ.
022500     ADD 1 TO WRK-JAK-LIDOS.
022600     IF CALC-JK-RUN-ID NOT EQUAL WRK-RUN-ID
022700           OR CALC-JK-DATA-NEGOCIO NOT EQUAL WRK-DATA-NEGOCIO
022800        ADD 1 TO WRK-OUTRO-COUNT
022900        GO TO 2100-EXIT
023000     END-IF.
023100     IF CALC-JK-LINHA NOT NUMERIC
023200        ADD 1 TO WRK-INEXIST-COUNT
023300        GO TO 2100-EXIT
023400     END-IF.
023500     IF CALC-JK-LINHA EQUAL ZERO
023600        IF CALC-JK-SITUACAO EQUAL "R"
023700           MOVE "Y" TO WRK-RECUSA-SW
023800           MOVE CALC-JK-MOTIVO TO WRK-RECUSA-MOTIVO
023900        END-IF
024000        GO TO 2100-EXIT
024100     END-IF.
024200     IF CALC-JK-LINHA GREATER THAN WRK-JL-QTD
024300        ADD 1 TO WRK-INEXIST-COUNT
024400        GO TO 2100-EXIT
024500     END-IF.
024600     MOVE CALC-JK-LINHA TO WRK-JL-IX.
024700     MOVE CALC-JK-SITUACAO   TO WRK-JL-SIT(WRK-JL-IX).
024800     MOVE CALC-JK-MOTIVO-COD TO WRK-JL-COD(WRK-JL-IX).
024900     MOVE CALC-JK-MOTIVO     TO WRK-JL-MOTIVO(WRK-JL-IX).
025000 2100-EXIT.
025100     EXIT.
025200
025300*----------------------------------------------------------------*
025400*  3000-PRINT-REPORT - UMA LINHA POR LINHA DO DIARIO REJEITADA   *
025500*  OU SEM RETORNO, AS CONTAGENS, OS VALORES NAO POSTADOS E O     *
025600*  VEREDITO.                                                     *
025700*----------------------------------------------------------------*
025800 3000-PRINT-REPORT.
025900     OPEN OUTPUT CALC-JRR-FILE.
026000     MOVE WRK-HEADER-LINE-1 TO CALC-JRR-RECORD.
026100     WRITE CALC-JRR-RECORD.
026200     MOVE WRK-DATA-NEGOCIO TO WRK-HDR-DATA.
026300     MOVE WRK-RUN-ID       TO WRK-HDR-RUN.
026400     MOVE WRK-HEADER-LINE-2 TO CALC-JRR-RECORD.
026500     WRITE CALC-JRR-RECORD.
026600     MOVE SPACES TO CALC-JRR-RECORD.
026700     WRITE CALC-JRR-RECORD.
026800     IF WRK-DIARIO-RECUSADO
026900        MOVE SPACES TO WRK-JRR-AVISO
027000        STRING "DIARIO RECUSADO PELO RAZAO: " DELIMITED BY SIZE
027100               WRK-RECUSA-MOTIVO              DELIMITED BY SIZE
027200            INTO WRK-JRR-AVISO
027300        END-STRING
027400        PERFORM 3400-PRINT-AVISO THRU 3400-EXIT
027500        MOVE SPACES TO CALC-JRR-RECORD
027600        WRITE CALC-JRR-RECORD
027700     END-IF.
027800     MOVE WRK-COLUNA-LINE TO CALC-JRR-RECORD.
027900     WRITE CALC-JRR-RECORD.
028000     MOVE ZERO TO WRK-JL-IX.
028100     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
028200         UNTIL WRK-JL-IX NOT LESS THAN WRK-JL-QTD.
028300     MOVE SPACES TO CALC-JRR-RECORD.
028400     WRITE CALC-JRR-RECORD.
028500
028600     MOVE "LINHAS NO DIARIO (CALCJNL)       : " TO WRK-JRC-TEXTO.
028700     MOVE WRK-JL-QTD TO WRK-JRC-QTD.
028800     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
028900     MOVE "  ACEITAS E POSTADAS             : " TO WRK-JRC-TEXTO.
029000     MOVE WRK-ACEITA-COUNT TO WRK-JRC-QTD.
029100     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
029200     MOVE "  REJEITADAS                     : " TO WRK-JRC-TEXTO.
029300     MOVE WRK-REJEITA-COUNT TO WRK-JRC-QTD.
029400     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
029500     MOVE "  SEM RETORNO                    : " TO WRK-JRC-TEXTO.
029600     MOVE WRK-SEMRET-COUNT TO WRK-JRC-QTD.
029700     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
029800     MOVE "RETORNOS LIDOS (CALCJAK)         : " TO WRK-JRC-TEXTO.
029900     MOVE WRK-JAK-LIDOS TO WRK-JRC-QTD.
030000     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
030100     MOVE "  DE OUTRO DIARIO (IGNORADOS)    : " TO WRK-JRC-TEXTO.
030200     MOVE WRK-OUTRO-COUNT TO WRK-JRC-QTD.
030300     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
030400     MOVE "  LINHA INEXISTENTE NO DIARIO    : " TO WRK-JRC-TEXTO.
030500     MOVE WRK-INEXIST-COUNT TO WRK-JRC-QTD.
030600     PERFORM 3200-PRINT-CONTAGEM THRU 3200-EXIT.
030700     MOVE "DEBITOS NAO POSTADOS             : " TO WRK-JRL-TEXTO.
030800     MOVE WRK-NAO-POSTADO-DEB TO WRK-JRL-VALOR.
030900     PERFORM 3300-PRINT-VALOR THRU 3300-EXIT.
031000     MOVE "CREDITOS NAO POSTADOS            : " TO WRK-JRL-TEXTO.
031100     MOVE WRK-NAO-POSTADO-CRE TO WRK-JRL-VALOR.
031200     PERFORM 3300-PRINT-VALOR THRU 3300-EXIT.
031300     MOVE SPACES TO CALC-JRR-RECORD.
031400     WRITE CALC-JRR-RECORD.
031500
031600     IF WRK-TRL-VISTO
031700           AND WRK-TRL-QTD NOT EQUAL WRK-JL-QTD
031800        MOVE "AVISO: TRAILER DO DIARIO NAO BATE COM AS LINHAS" TO
031900            WRK-JRR-AVISO
032000        PERFORM 3400-PRINT-AVISO THRU 3400-EXIT
032100     END-IF.
032200     IF NOT WRK-TRL-VISTO
032300        MOVE "AVISO: DIARIO SEM TRAILER" TO WRK-JRR-AVISO
032400        PERFORM 3400-PRINT-AVISO THRU 3400-EXIT
032500     END-IF.
032600     IF WRK-REJEITA-COUNT EQUAL ZERO
032700           AND WRK-SEMRET-COUNT EQUAL ZERO
032800        MOVE "DIARIO INTEIRAMENTE POSTADO NO RAZAO" TO
032900            WRK-JRR-AVISO
033000        DISPLAY "CALCJRT - DIARIO DO RUN-ID " WRK-RUN-ID
033100            " INTEIRAMENTE POSTADO"
033200     ELSE
033300        MOVE "LINHAS ACIMA NAO POSTADAS - NAO CONSIDERAR NA "
033400            TO WRK-JRR-AVISO(1:46)
033500        MOVE "CONCILIACAO" TO WRK-JRR-AVISO(47:11)
033600        DISPLAY "CALCJRT - DIARIO DO RUN-ID " WRK-RUN-ID
033700            " COM " WRK-REJEITA-COUNT " REJEITADAS E "
033800            WRK-SEMRET-COUNT " SEM RETORNO - VER CALCJRR"
033900     END-IF.
034000     PERFORM 3400-PRINT-AVISO THRU 3400-EXIT.
034100     CLOSE CALC-JRR-FILE.
034200 3000-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600*  3100-PRINT-LINE - CONTA A LINHA PELA SITUACAO E IMPRIME AS    *
034700*  QUE NAO FORAM POSTADAS, SOMANDO O VALOR NAO POSTADO.          *
034800*----------------------------------------------------------------*
034900 3100-PRINT-LINE.
035000     ADD 1 TO WRK-JL-IX.
035100     IF WRK-DIARIO-RECUSADO
035200        MOVE "R" TO WRK-JL-SIT(WRK-JL-IX)
035300        IF WRK-JL-MOTIVO(WRK-JL-IX) EQUAL SPACES
035400           MOVE WRK-RECUSA-MOTIVO TO WRK-JL-MOTIVO(WRK-JL-IX)
035500        END-IF
035600     END-IF.
035700     IF WRK-JL-SIT(WRK-JL-IX) EQUAL "A"
035800        ADD 1 TO WRK-ACEITA-COUNT
035900        GO TO 3100-EXIT
036000     END-IF.
036100     IF WRK-JL-SIT(WRK-JL-IX) EQUAL "R"
036200        ADD 1 TO WRK-REJEITA-COUNT
036300        MOVE "REJEITADA" TO WRK-DTL-SITUACAO
036400     ELSE
036500        ADD 1 TO WRK-SEMRET-COUNT
036600        MOVE "SEM RETORNO" TO WRK-DTL-SITUACAO
036700     END-IF.
036800     IF WRK-JL-DC(WRK-JL-IX) EQUAL "D"
036900        ADD WRK-JL-VALOR(WRK-JL-IX) TO WRK-NAO-POSTADO-DEB
037000     ELSE
037100        ADD WRK-JL-VALOR(WRK-JL-IX) TO WRK-NAO-POSTADO-CRE
037200     END-IF.
037300     MOVE WRK-JL-IX                TO WRK-DTL-LINHA.
037400     MOVE WRK-JL-CONTA(WRK-JL-IX)  TO WRK-DTL-CONTA.
037500     MOVE WRK-JL-DC(WRK-JL-IX)     TO WRK-DTL-DC.
037600     MOVE WRK-JL-VALOR(WRK-JL-IX)  TO WRK-DTL-VALOR.
037700     MOVE WRK-JL-COD(WRK-JL-IX)    TO WRK-DTL-COD.
037800     MOVE WRK-JL-MOTIVO(WRK-JL-IX) TO WRK-DTL-MOTIVO.
037900     MOVE WRK-DETAIL-LINE TO CALC-JRR-RECORD.
038000     WRITE CALC-JRR-RECORD.
038100 3100-EXIT.
038200     EXIT.
038300
038400 3200-PRINT-CONTAGEM.
038500     MOVE WRK-JRR-CONTAGEM TO CALC-JRR-RECORD.
038600     WRITE CALC-JRR-RECORD.
038700 3200-EXIT.
038800     EXIT.
038900
039000 3300-PRINT-VALOR.
039100     MOVE WRK-JRR-LINHA TO CALC-JRR-RECORD.
039200     WRITE CALC-JRR-RECORD.
039300 3300-EXIT.
039400     EXIT.
039500
039600 3400-PRINT-AVISO.
039700     MOVE WRK-JRR-AVISO TO CALC-JRR-RECORD.
039800     WRITE CALC-JRR-RECORD.
039900     MOVE SPACES TO WRK-JRR-AVISO.
040000 3400-EXIT.
040100     EXIT.
