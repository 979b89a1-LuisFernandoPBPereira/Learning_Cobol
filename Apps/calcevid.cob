002300*                   DIZENDO O QUE FOI LIDO DE CADA FONTE (FAIXA  *
002400*                   DE DATAS E QUANTIDADE), PARA PROVAR QUE O    *
002500*                   PERIODO FOI COBERTO.                         *
002520* 15/10/2026 JH     ESTORNO (TIPO "R" NO CALCLOG) SAI COM UMA    *
002540*                   SEGUNDA LINHA COM A CHAVE DO CALCULO ORIGINAL*
002560*                   ESTORNADO, PARA O AUDITOR AMARRAR OS DOIS, E *
002580*                   O RESUMO CONTA OS ESTORNOS A PARTE.          *
002586* 15/10/2026 JH     CALCLOGA (MORTO DO LOG) PASSOU A 161 POSICOES*
002593*                   COM A CADEIA DE CUSTODIA.                    *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT             DIVISION.
002800 INPUT-OUTPUT            SECTION.
004900
005000 FD  CALC-LOGA-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  CALC-LOGA-RECORD         PIC X(161).
005300
005400 FD  CALC-EVR-FILE
005500     LABEL RECORDS ARE STANDARD.
008100     05  WRK-LE-STATUS        PIC X(02).
008200     05  WRK-LE-RUN-ID        PIC X(06).
008210     05  WRK-LE-CONTA         PIC X(10).
008220     05  WRK-LE-TIPO          PIC X(01).
008230     05  WRK-LE-REF-CHAVE.
008240         10  WRK-LE-REF-DATA      PIC X(08).
008260         10  WRK-LE-REF-HORA      PIC X(06).
008270         10  WRK-LE-REF-OPERADOR  PIC X(08).
008280         10  WRK-LE-REF-SEQ       PIC X(03).
008300
008400 77  WRK-ARQ-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 77  WRK-VIVO-COUNT           PIC 9(07) COMP VALUE ZERO.
008600 77  WRK-SELEC-COUNT          PIC 9(07) COMP VALUE ZERO.
008700 77  WRK-OK-COUNT             PIC 9(07) COMP VALUE ZERO.
008800 77  WRK-ERRO-COUNT           PIC 9(07) COMP VALUE ZERO.
008850 77  WRK-ESTORNO-COUNT        PIC 9(07) COMP VALUE ZERO.
008900 01  WRK-SOMA-RESULT          PIC S9(16)V99 VALUE ZEROS.
009000 77  WRK-ARQ-LIDAS            PIC 9(07) COMP VALUE ZERO.
009100 77  WRK-VIVO-LIDAS           PIC 9(07) COMP VALUE ZERO.
014300     05  WRK-DTL-STATUS       PIC X(02).
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  WRK-DTL-RUN-ID       PIC X(06).
014508 01  WRK-ESTORNO-LINE.
014516     05  FILLER               PIC X(24) VALUE
014525         "     ESTORNO DO CALCULO ".
014533     05  WRK-EST-DATA         PIC X(08).
014541     05  FILLER               PIC X(01) VALUE SPACE.
014550     05  WRK-EST-HORA         PIC X(06).
014558     05  FILLER               PIC X(01) VALUE SPACE.
014566     05  WRK-EST-OPERADOR     PIC X(08).
014575     05  FILLER               PIC X(05) VALUE " SEQ ".
014583     05  WRK-EST-SEQ          PIC X(03).
014591     05  FILLER               PIC X(24) VALUE SPACES.
014600
014700 01  WRK-RESUMO-LINE.
014800     05  WRK-RES-TEXTO        PIC X(30).
028100        ADD 1 TO WRK-ERRO-COUNT
028200     ELSE
028300        ADD 1 TO WRK-OK-COUNT
028320        IF WRK-LE-TIPO EQUAL "R"
028350           ADD 1 TO WRK-ESTORNO-COUNT
028370        END-IF
028400        IF WRK-LE-RESULTADO NUMERIC
028500           ADD WRK-LE-RESULTADO TO WRK-SOMA-RESULT
028600        END-IF
031700     MOVE WRK-DETAIL-LINE  TO CALC-EVR-RECORD.
031800     WRITE CALC-EVR-RECORD.
031900     ADD 1 TO WRK-LINE-COUNT.
031910     IF WRK-LE-TIPO EQUAL "R"
031920        MOVE WRK-LE-REF-DATA     TO WRK-EST-DATA
031930        MOVE WRK-LE-REF-HORA     TO WRK-EST-HORA
031940        MOVE WRK-LE-REF-OPERADOR TO WRK-EST-OPERADOR
031950        MOVE WRK-LE-REF-SEQ      TO WRK-EST-SEQ
031960        MOVE WRK-ESTORNO-LINE    TO CALC-EVR-RECORD
031970        WRITE CALC-EVR-RECORD
031980        ADD 1 TO WRK-LINE-COUNT
031990     END-IF.
032000 2600-EXIT.
032100     EXIT.
032200
040300     MOVE "  COM STATUS ER             : " TO WRK-RES-TEXTO.
040400     MOVE WRK-ERRO-COUNT TO WRK-RES-QTD.
040500     PERFORM 4100-PRINT-RESUMO THRU 4100-EXIT.
040520     MOVE "  ESTORNOS (ENTRE OS OK)    : " TO WRK-RES-TEXTO.
040550     MOVE WRK-ESTORNO-COUNT TO WRK-RES-QTD.
040570     PERFORM 4100-PRINT-RESUMO THRU 4100-EXIT.
040600     MOVE WRK-SOMA-RESULT TO WRK-SOM-VALOR.
040700     MOVE WRK-SOMA-LINE TO CALC-EVR-RECORD.
040800     WRITE CALC-EVR-RECORD.
