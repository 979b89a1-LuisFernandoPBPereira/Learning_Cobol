001730*                   NO DIA 01 DO MES ANTERIOR E LE SO ATE PASSAR *
001740*                   DO MES PEDIDO, EM VEZ DE VARRER O ARQUIVO    *
001750*                   INTEIRO.                                     *
001760* 15/10/2026 JH     LINHA NOVA "ESTORNOS" (OPERACAO "R" DO       *
001770*                   CALCPTD) NA TABELA DE OPERACOES, A PARTE DOS *
001780*                   CALCULOS NOVOS.                              *
001800*----------------------------------------------------------------*
001900 ENVIRONMENT             DIVISION.
002000 INPUT-OUTPUT            SECTION.
006900         10  WRK-DI-SOMA      PIC S9(16)V99.
007000
007100 01  WRK-OP-TABELA.
007200     05  WRK-OP-ITEM OCCURS 9 TIMES.
007300         10  WRK-OP-QTD       PIC 9(07) COMP.
007400         10  WRK-OP-ERROS     PIC 9(07) COMP.
007500         10  WRK-OP-SOMA      PIC S9(16)V99.
008400     05  FILLER               PIC X(13) VALUE "RESTO".
008500     05  FILLER               PIC X(13) VALUE "SETS".
008600     05  FILLER               PIC X(13) VALUE "OP. INVALIDA".
008650     05  FILLER               PIC X(13) VALUE "ESTORNOS".
008700 01  WRK-OP-NOMES-R REDEFINES WRK-OP-NOMES.
008800     05  WRK-OP-NOME          PIC X(13) OCCURS 9 TIMES.
008900
009000 01  WRK-HEADER-LINE-1.
009100     05  FILLER               PIC X(42) VALUE
017700         UNTIL WRK-IX NOT LESS THAN 31.
017800     MOVE ZERO TO WRK-IX.
017900     PERFORM 1150-CLEAR-OP THRU 1150-EXIT
018000         UNTIL WRK-IX NOT LESS THAN 9.
018100     OPEN INPUT CALC-PTD-FILE.
018200     IF CALC-PTD-STATUS NOT = "00"
018300        DISPLAY "CALCMES - MASTER CALCPTD NAO ENCONTRADO"
024900*----------------------------------------------------------------*
025000*  2100-MAP-OPERACAO - ESCOLHE A LINHA DA TABELA DE OPERACOES:   *
025100*  1-6 DIRETO, "S" = SETS (7), QUALQUER OUTRA = INVALIDA (8).    *
025150*  "R" = ESTORNOS (9).                                           *
025200*----------------------------------------------------------------*
025300 2100-MAP-OPERACAO.
025400     IF CALC-PT-OPERACAO NOT LESS THAN "1"
025800        IF CALC-PT-OPERACAO EQUAL "S"
025900           MOVE 7 TO WRK-OP-IX
026000        ELSE
026030           IF CALC-PT-OPERACAO EQUAL "R"
026060              MOVE 9 TO WRK-OP-IX
026100           ELSE
026130              MOVE 8 TO WRK-OP-IX
026160           END-IF
026200        END-IF
026300     END-IF.
026400 2100-EXIT.
029800     WRITE CALC-MSR-RECORD.
029900     MOVE ZERO TO WRK-IX.
030000     PERFORM 3200-PRINT-OP THRU 3200-EXIT
030100         UNTIL WRK-IX NOT LESS THAN 9.
030200     PERFORM 3300-PRINT-TOTAL THRU 3300-EXIT.
030300 3000-EXIT.
030400     EXIT.
034200     MOVE ZERO TO WRK-TOT-SOMA-ANT.
034300     PERFORM 3350-SUM-TOTAL THRU 3350-EXIT
034400         VARYING WRK-OP-IX FROM 1 BY 1
034500         UNTIL WRK-OP-IX GREATER THAN 9.
034600     MOVE WRK-TOT-QTD      TO WRK-TL-QTD.
034700     MOVE WRK-TOT-ERROS    TO WRK-TL-ERROS.
034800     MOVE WRK-TOT-SOMA     TO WRK-TL-SOMA.
