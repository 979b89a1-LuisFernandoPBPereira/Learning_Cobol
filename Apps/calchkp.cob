002585* 02/09/2026 JH     TAMANHOS DOS REGISTROS ACOMPANHARAM A CONTA  *
002588*                   CONTABIL INCLUIDA NO CALCOUT (83) E NO       *
002591*                   CALCLOG (98).                                *
002595* 15/10/2026 JH     TAMANHOS DOS REGISTROS ACOMPANHARAM O TIPO E *
002600*                   A CHAVE DO ORIGINAL (ESTORNO) INCLUIDOS NO   *
002605*                   CALCOUT (109) E NO CALCLOG (124).            *
002606* 15/10/2026 JH     TAMANHOS DOS REGISTROS ACOMPANHARAM A CADEIA *
002607*                   DE CUSTODIA INCLUIDA NO CALCLOG (161); A     *
002608*                   ENTRADA E REGRAVADA BYTE A BYTE, COM HASHES E*
002609*                   TUDO.                                        *
002610*----------------------------------------------------------------*
002700 ENVIRONMENT             DIVISION.
002800 INPUT-OUTPUT            SECTION.
007300
007400 FD  CALC-LOGA-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  CALC-LOGA-RECORD         PIC X(161).
007700
007800 FD  CALC-OUT-FILE
007900     LABEL RECORDS ARE STANDARD.
008100
008200 FD  CALC-OUTA-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  CALC-OUTA-RECORD         PIC X(109).
008500
008600 FD  CALC-RPT-FILE
008700     LABEL RECORDS ARE STANDARD.
009654
009655 FD  CALC-LOGB-FILE
009656     LABEL RECORDS ARE STANDARD.
009657 01  CALC-LOGB-RECORD         PIC X(161).
009658
009659 FD  CALC-OUTB-FILE
009660     LABEL RECORDS ARE STANDARD.
009661 01  CALC-OUTB-RECORD         PIC X(109).
009662
009663 FD  CALC-RPTB-FILE
009664     LABEL RECORDS ARE STANDARD.
009666
009667 FD  CALC-LOGW-FILE
009668     LABEL RECORDS ARE STANDARD.
009669 01  CALC-LOGW-RECORD         PIC X(161).
009670
009671 FD  CALC-OUTW-FILE
009672     LABEL RECORDS ARE STANDARD.
009673 01  CALC-OUTW-RECORD         PIC X(109).
009674
009675 FD  CALC-RPTW-FILE
009676     LABEL RECORDS ARE STANDARD.
012600 77  WRK-RET-QTD              PIC 9(05) COMP VALUE ZERO.
012700 77  WRK-RET-MAX              PIC 9(05) COMP VALUE 20000.
012800 01  WRK-RET-TABLE.
012900     05  WRK-RET-ENTRY        PIC X(161) OCCURS 20000 TIMES.
013000
013100 77  WRK-RPT-DATA-ATUAL       PIC 9(08) VALUE ZERO.
013200 77  WRK-PENDING-SW           PIC X(01) VALUE "N".
032600
032700 2200-REWRITE-LOG.
032800     ADD 1 TO WRK-IX.
032900     MOVE WRK-RET-ENTRY(WRK-IX)(1:161) TO CALC-LOG-RECORD.
033000     WRITE CALC-LOG-RECORD.
033100 2200-EXIT.
033200     EXIT.
033252
033253 2350-WRITE-LOG-BACKUP.
033254     ADD 1 TO WRK-IX.
033255     MOVE WRK-RET-ENTRY(WRK-IX)(1:161) TO CALC-LOGB-RECORD.
033256     WRITE CALC-LOGB-RECORD.
033257 2350-EXIT.
033258     EXIT.
039400
039500 3200-REWRITE-OUT.
039600     ADD 1 TO WRK-IX.
039700     MOVE WRK-RET-ENTRY(WRK-IX)(1:109) TO CALC-RESULT-RECORD.
039800     WRITE CALC-RESULT-RECORD.
039900 3200-EXIT.
040000     EXIT.
040048
040049 3350-WRITE-OUT-BACKUP.
040050     ADD 1 TO WRK-IX.
040051     MOVE WRK-RET-ENTRY(WRK-IX)(1:109) TO CALC-OUTB-RECORD.
040052     WRITE CALC-OUTB-RECORD.
040053 3350-EXIT.
040054     EXIT.
