002000*                   PENDENTE POR DATA DE SUBMISSAO. PENDENTE HA  *
002100*                   MAIS DIAS QUE O LIMITE PEDIDO NO CONSOLE E   *
002200*                   MARCADO COM "*" E AVISADO NO CONSOLE.        *
002210* 15/10/2026 JH     QUADRO POR MOTIVO PASSOU A 01-08 COM O MOTIVO*
002220*                   NOVO 08 (CONTA INVALIDA/ENCERRADA).          *
002240* 15/10/2026 JH     QUADRO POR MOTIVO PASSOU A 01-09 COM O MOTIVO*
002270*                   NOVO 09 (ESTORNO INVALIDO).                  *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT             DIVISION.
002500 INPUT-OUTPUT            SECTION.
007400     05  WRK-FAIXA-NOME       PIC X(20) OCCURS 4 TIMES.
007500
007600 01  WRK-MOT-TABELA.
007700     05  WRK-MOT-ITEM OCCURS 9 TIMES.
007800         10  WRK-MT-PEND      PIC 9(07) COMP.
007900         10  WRK-MT-RESUB     PIC 9(07) COMP.
008000 01  WRK-MOTIVO-NOMES.
008500     05  FILLER           PIC X(22) VALUE "MOEDA DESCONHECIDA".
008600     05  FILLER           PIC X(22) VALUE "SET C/PASSO REJEITADO".
008700     05  FILLER           PIC X(22) VALUE "REF ACUMULADO INVALID".
008750     05  FILLER           PIC X(22) VALUE "CONTA INVALIDA/ENCERR".
008770     05  FILLER           PIC X(22) VALUE "ESTORNO INVALIDO".
008800 01  WRK-MOTIVO-NOMES-R REDEFINES WRK-MOTIVO-NOMES.
008900     05  WRK-MOTIVO-NOME  PIC X(22) OCCURS 9 TIMES.
009000
009100 01  WRK-DATA-TABELA.
009200     05  WRK-DT-ITEM OCCURS 120 TIMES.
021000         UNTIL WRK-IX NOT LESS THAN 4.
021100     MOVE ZERO TO WRK-IX.
021200     PERFORM 1150-CLEAR-MOTIVO THRU 1150-EXIT
021300         UNTIL WRK-IX NOT LESS THAN 9.
021400     OPEN INPUT CALC-SUS-FILE.
021500     IF CALC-SUS-STATUS NOT = "00"
021600        DISPLAY "CALCSAGE - ARQUIVO DE SUSPENSOS (CALCSUS) "
034900
035000*----------------------------------------------------------------*
035100*  2400-ACCUM-MOTIVO - SOMA A ENTRADA NO QUADRO DO SEU MOTIVO    *
035200*  (PENDENTE OU RESSUBMETIDO). MOTIVO FORA DE 01-09 E IGNORADO.  *
035300*----------------------------------------------------------------*
035400 2400-ACCUM-MOTIVO.
035500     IF CALC-SU-MOTIVO LESS THAN "01"
035600           OR CALC-SU-MOTIVO GREATER THAN "09"
035700        GO TO 2400-EXIT
035800     END-IF.
035900     MOVE CALC-SU-MOTIVO TO WRK-MOT-IX.
038900     WRITE CALC-SGR-RECORD.
039000     MOVE ZERO TO WRK-MOT-IX.
039100     PERFORM 3300-PRINT-MOTIVO THRU 3300-EXIT
039200         UNTIL WRK-MOT-IX NOT LESS THAN 9.
039300
039400     MOVE SPACES TO CALC-SGR-RECORD.
039500     WRITE CALC-SGR-RECORD.
