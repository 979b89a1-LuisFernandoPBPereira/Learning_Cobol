002460*                   APARECE) SUBSTITUI O CALC-GL-SALDO-ESPERADO  *
002470*                   DIGITADO NO EXTRATO; SEM O ARQUIVO O         *
002480*                   COMPORTAMENTO ANTERIOR E MANTIDO.            *
002481* 15/10/2026 JH     INCLUIDA A LISTAGEM DE EXCECOES (CALCEXR):   *
002482*                   CADA DIVERGENCIA GRAVADA NO CALCEXC SAI      *
002483*                   TAMBEM IMPRESSA COM A DESCRICAO DA CONTA NO  *
002484*                   CADASTRO DE CONTAS (CALCCTA) AO LADO DO      *
002485*                   CODIGO. SEM O CADASTRO A DESCRICAO SAI EM    *
002486*                   BRANCO.                                      *
002487* 15/10/2026 JH     AS DECISOES DA CONTROLADORIA GRAVADAS NA     *
002488*                   BANCADA DE EXCECOES (CALCEXW, TRANSACAO      *
002490*                   CEXW) SAO LEVADAS AO MASTER NO INICIO DA     *
002491*                   EXECUCAO: A EXCECAO ABERTA DA MESMA QUEBRA   *
002492*                   PASSA A BC (BAIXA CONTABIL) OU AC (ACEITA).  *
002493*                   EXCECAO DECIDIDA CONTINUA SOMANDO EXECUCOES  *
002494*                   SEM REABRIR; AO EQUILIBRAR RECEBE A DATA DE  *
002495*                   BAIXA E MANTEM A SITUACAO, E UMA DIVERGENCIA *
002496*                   POSTERIOR ABRE QUEBRA NOVA. A LISTAGEM       *
002497*                   MOSTRA BAIXA CTB / ACEITA NAS DIVERGENCIAS   *
002498*                   DECIDIDAS.                                   *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT             DIVISION.
002700 INPUT-OUTPUT            SECTION.
004330         ORGANIZATION IS LINE SEQUENTIAL
004340         FILE STATUS  IS CALC-PSM-STATUS.
004400
004405     SELECT CALC-EXR-FILE    ASSIGN TO CALCEXR
004410         ORGANIZATION IS LINE SEQUENTIAL
004415         FILE STATUS  IS CALC-EXR-STATUS.
004420
004425     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
004430         ORGANIZATION IS INDEXED
004435         ACCESS MODE  IS DYNAMIC
004440         RECORD KEY   IS CALC-CT-CONTA
004445         FILE STATUS  IS CALC-CTA-STATUS.
004450
004455     SELECT CALC-EXW-FILE    ASSIGN TO CALCEXW
004460         ORGANIZATION IS INDEXED
004465         ACCESS MODE  IS DYNAMIC
004470         RECORD KEY   IS CALC-XW-CONTA
004475         FILE STATUS  IS CALC-EXW-STATUS.
004480
004500 DATA                    DIVISION.
004600 FILE                    SECTION.
004700 FD  CALC-GLE-FILE
006120 FD  CALC-PSM-FILE
006130     LABEL RECORDS ARE STANDARD.
006140     COPY CALCPSM.
006146
006153 FD  CALC-EXR-FILE
006160     LABEL RECORDS ARE STANDARD.
006166 01  CALC-EXR-RECORD          PIC X(80).
006173
006180 FD  CALC-CTA-FILE
006186     LABEL RECORDS ARE STANDARD.
006193     COPY CALCCTA.
006194
006195 FD  CALC-EXW-FILE
006197     LABEL RECORDS ARE STANDARD.
006198     COPY CALCEXW.
006200
006300 WORKING-STORAGE         SECTION.
006400 01  WRK-CONTA            PIC X(10)     VALUE SPACES.
011300     05  WRK-DATE-MES         PIC 9(02).
011400     05  WRK-DATE-DIA         PIC 9(02).
011500
011502 77  CALC-EXR-STATUS      PIC X(02) VALUE "00".
011504 77  CALC-CTA-STATUS      PIC X(02) VALUE "00".
011506 77  WRK-CONTAS-SW        PIC X(01) VALUE "N".
011508     88  WRK-CONTAS-CARREGADAS      VALUE "Y".
011510 77  CALC-EXW-STATUS      PIC X(02) VALUE "00".
011512 77  WRK-DECIDE-COUNT     PIC 9(07) COMP VALUE ZERO.
011514 01  WRK-HEADER-LINE-1.
011516     05  FILLER               PIC X(44) VALUE
011518         "CALCRECN - DIVERGENCIAS DA CONCILIACAO      ".
011520     05  FILLER               PIC X(06) VALUE "DATA:".
011522     05  WRK-HDR-DATA         PIC 9(08).
011524     05  FILLER               PIC X(22) VALUE SPACES.
011526 01  WRK-COLUNA-LINE.
011528     05  FILLER               PIC X(44) VALUE
011530         "  CONTA      DESCRICAO                      ".
011532     05  FILLER               PIC X(36) VALUE
011534         "   VARIANCIA  SITUACAO              ".
011536 01  WRK-DETAIL-LINE.
011538     05  FILLER               PIC X(02) VALUE SPACES.
011540     05  WRK-DTL-CONTA        PIC X(10).
011542     05  FILLER               PIC X(01) VALUE SPACES.
011544     05  WRK-DTL-DESCRICAO    PIC X(22).
011546     05  FILLER               PIC X(01) VALUE SPACES.
011548     05  WRK-DTL-VARIANCIA    PIC -(16)9.99.
011550     05  FILLER               PIC X(02) VALUE SPACES.
011552     05  WRK-DTL-SITUACAO     PIC X(09).
011554     05  FILLER               PIC X(13) VALUE SPACES.
011556 01  WRK-TOTAL-LINE.
011558     05  FILLER               PIC X(07) VALUE "TOTAL:".
011560     05  WRK-TOT-EXC          PIC ZZZZZZ9.
011562     05  FILLER               PIC X(14) VALUE " DIVERGENCIAS,".
011564     05  WRK-TOT-IMAT         PIC ZZZZZZ9.
011566     05  FILLER               PIC X(12) VALUE " IMATERIAIS".
011568     05  FILLER               PIC X(33) VALUE SPACES.
011570
011600 PROCEDURE               DIVISION.
011700
011800*----------------------------------------------------------------*
013300     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
013400     OPEN INPUT  CALC-GLE-FILE.
013500     OPEN OUTPUT CALC-EXC-FILE.
013550     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT.
013600     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
013700     PERFORM 1300-LOAD-MASTER THRU 1300-EXIT.
013720     PERFORM 1360-APPLY-DECISIONS THRU 1360-EXIT.
013750     PERFORM 1400-LOAD-POSTING THRU 1400-EXIT.
013800     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
013900 1000-EXIT.
013904     EXIT.
013908
013912*----------------------------------------------------------------*
013916*  1500-OPEN-REPORT - ABRE A LISTAGEM DE EXCECOES E O CADASTRO   *
013920*  DE CONTAS (OPCIONAL) E IMPRIME O CABECALHO.                   *
013924*----------------------------------------------------------------*
013928 1500-OPEN-REPORT.
013932     OPEN OUTPUT CALC-EXR-FILE.
013936     MOVE "N" TO WRK-CONTAS-SW.
013940     OPEN INPUT CALC-CTA-FILE.
013944     IF CALC-CTA-STATUS EQUAL "00"
013948        MOVE "Y" TO WRK-CONTAS-SW
013952     ELSE
013956        DISPLAY "CALCRECN - SEM CADASTRO DE CONTAS (CALCCTA) - "
013960            "LISTAGEM SEM DESCRICAO"
013964     END-IF.
013968     MOVE WRK-DATE-NUM TO WRK-HDR-DATA.
013972     MOVE WRK-HEADER-LINE-1 TO CALC-EXR-RECORD.
013976     WRITE CALC-EXR-RECORD.
013980     MOVE SPACES TO CALC-EXR-RECORD.
013984     WRITE CALC-EXR-RECORD.
013988     MOVE WRK-COLUNA-LINE TO CALC-EXR-RECORD.
013992     WRITE CALC-EXR-RECORD.
013996 1500-EXIT.
014000     EXIT.
014100
014200 1100-READ-ACCOUNT.
020700             END-IF
020800     END-READ.
020900 1350-EXIT.
020902     EXIT.
020904
020906*----------------------------------------------------------------*
020908*  1360-APPLY-DECISIONS - LEVA PARA O MASTER AS DECISOES DA      *
020910*  CONTROLADORIA GRAVADAS NA BANCADA DE EXCECOES (CALCEXW,       *
020912*  TRANSACAO CEXW): EXCECAO ABERTA CUJO REGISTRO NA BANCADA E DA *
020914*  MESMA QUEBRA (MESMA PRIMEIRA DATA) E TEM DECISAO BC (BAIXA    *
020916*  CONTABIL) OU AC (ACEITA) PASSA A ESSA SITUACAO E NAO E MAIS   *
020918*  REABERTA PELA MESMA QUEBRA. SEM A BANCADA NADA MUDA.          *
020920*----------------------------------------------------------------*
020922 1360-APPLY-DECISIONS.
020924     OPEN INPUT CALC-EXW-FILE.
020926     IF CALC-EXW-STATUS NOT = "00"
020928        DISPLAY "CALCRECN - SEM BANCADA DE EXCECOES (CALCEXW) - "
020930            "NENHUMA DECISAO APLICADA"
020932        GO TO 1360-EXIT
020934     END-IF.
020936     MOVE ZERO TO WRK-XM-IX.
020938     PERFORM 1380-APPLY-DECISION THRU 1380-EXIT
020940         UNTIL WRK-XM-IX NOT LESS THAN WRK-XM-QTD.
020942     CLOSE CALC-EXW-FILE.
020944 1360-EXIT.
020946     EXIT.
020948
020950 1380-APPLY-DECISION.
020952     ADD 1 TO WRK-XM-IX.
020954     IF WRK-XM-STATUS(WRK-XM-IX) NOT EQUAL "AB"
020956        GO TO 1380-EXIT
020958     END-IF.
020960     MOVE WRK-XM-CONTA(WRK-XM-IX) TO CALC-XW-CONTA.
020962     READ CALC-EXW-FILE
020964         INVALID KEY
020966             GO TO 1380-EXIT
020968     END-READ.
020970     IF CALC-XW-DATA-PRIMEIRA NOT EQUAL
020972           WRK-XM-DATA-PRIMEIRA(WRK-XM-IX)
020974        GO TO 1380-EXIT
020976     END-IF.
020978     IF CALC-XW-DECISAO EQUAL "BC" OR CALC-XW-DECISAO EQUAL "AC"
020980        MOVE CALC-XW-DECISAO TO WRK-XM-STATUS(WRK-XM-IX)
020982        ADD 1 TO WRK-DECIDE-COUNT
020984        DISPLAY "CALCRECN - CONTA " WRK-XM-CONTA(WRK-XM-IX)
020986            " DECIDIDA NA BANCADA (" CALC-XW-DECISAO ") POR "
020988            CALC-XW-DECISOR
020990     END-IF.
020992 1380-EXIT.
021000     EXIT.
021001
021002*----------------------------------------------------------------*
028600        DISPLAY "CALCRECN - CONTA " WRK-CONTA
028700            " IMATERIAL  - VARIANCIA = " WRK-RESULT-FORMAT
028800     END-IF.
028850     PERFORM 2250-PRINT-EXCEPTION THRU 2250-EXIT.
028900 2200-EXIT.
028902     EXIT.
028904
028906*----------------------------------------------------------------*
028908*  2250-PRINT-EXCEPTION - IMPRIME A DIVERGENCIA NA LISTAGEM COM  *
028910*  A DESCRICAO DA CONTA NO CADASTRO.                             *
028912*----------------------------------------------------------------*
028914 2250-PRINT-EXCEPTION.
028916     MOVE SPACES TO WRK-DTL-DESCRICAO.
028918     IF WRK-CONTAS-CARREGADAS
028920        MOVE WRK-CONTA TO CALC-CT-CONTA
028922        READ CALC-CTA-FILE
028924            INVALID KEY
028926                MOVE "** NAO CADASTRADA **" TO WRK-DTL-DESCRICAO
028928            NOT INVALID KEY
028930                MOVE CALC-CT-DESCRICAO TO WRK-DTL-DESCRICAO
028932        END-READ
028934     END-IF.
028936     MOVE WRK-CONTA     TO WRK-DTL-CONTA.
028938     MOVE WRK-RESULTADO TO WRK-DTL-VARIANCIA.
028940     IF WRK-MATERIAL
028942        MOVE "MATERIAL"  TO WRK-DTL-SITUACAO
028944        PERFORM 2300-FIND-MASTER THRU 2300-EXIT
028946        IF WRK-FOUND
028948              AND WRK-XM-DATA-BAIXA(WRK-XM-IX) EQUAL ZERO
028950           IF WRK-XM-STATUS(WRK-XM-IX) EQUAL "BC"
028952              MOVE "BAIXA CTB" TO WRK-DTL-SITUACAO
028954           END-IF
028956           IF WRK-XM-STATUS(WRK-XM-IX) EQUAL "AC"
028958              MOVE "ACEITA"    TO WRK-DTL-SITUACAO
028960           END-IF
028962        END-IF
028964     ELSE
028966        MOVE "IMATERIAL" TO WRK-DTL-SITUACAO
028968     END-IF.
028970     MOVE WRK-DETAIL-LINE TO CALC-EXR-RECORD.
028972     WRITE CALC-EXR-RECORD.
028974 2250-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------*
031500*  CONTA JA ABERTA SOMA 1 NAS EXECUCOES SEGUIDAS E ATUALIZA A    *
031600*  ULTIMA VARIANCIA; CONTA BAIXADA REABRE COMO QUEBRA NOVA;      *
031700*  CONTA SEM ENTRADA GANHA UMA COM A DATA DE HOJE.               *
031720*  EXCECAO DECIDIDA NA BANCADA (BC/AC) E AINDA NAO BAIXADA E A   *
031750*  MESMA QUEBRA: SOMA A EXECUCAO E CONTINUA DECIDIDA, SEM        *
031770*  REABRIR.                                                      *
031800*----------------------------------------------------------------*
031900 2400-POST-MASTER.
032000     PERFORM 2300-FIND-MASTER THRU 2300-EXIT.
032300        GO TO 2400-EXIT
032400     END-IF.
032500     IF WRK-XM-STATUS(WRK-XM-IX) EQUAL "AB"
032520           OR ((WRK-XM-STATUS(WRK-XM-IX) EQUAL "BC"
032550                 OR WRK-XM-STATUS(WRK-XM-IX) EQUAL "AC")
032570                AND WRK-XM-DATA-BAIXA(WRK-XM-IX) EQUAL ZERO)
032600        ADD 1 TO WRK-XM-RUNS-SEGUIDOS(WRK-XM-IX)
032700     ELSE
032800        MOVE WRK-DATE-NUM TO WRK-XM-DATA-PRIMEIRA(WRK-XM-IX)
035600*----------------------------------------------------------------*
035700*  2500-CLEAR-MASTER - A CONTA VOLTOU AO EQUILIBRIO (OU FICOU    *
035800*  DENTRO DA TOLERANCIA): SE HAVIA EXCECAO ABERTA, RECEBE A      *
035900*  DATA DE BAIXA DE HOJE. EXCECAO DECIDIDA NA BANCADA RECEBE A   *
035950*  DATA DE BAIXA E MANTEM A SITUACAO BC/AC DA DECISAO.           *
036000*----------------------------------------------------------------*
036100 2500-CLEAR-MASTER.
036200     PERFORM 2300-FIND-MASTER THRU 2300-EXIT.
036300     IF WRK-FOUND
036400           AND WRK-XM-STATUS(WRK-XM-IX) EQUAL "AB"
036500        MOVE "BX"         TO WRK-XM-STATUS(WRK-XM-IX)
036511        MOVE WRK-DATE-NUM TO WRK-XM-DATA-BAIXA(WRK-XM-IX)
036522        ADD 1 TO WRK-BAIXA-COUNT
036533        GO TO 2500-EXIT
036544     END-IF.
036555     IF WRK-FOUND
036566           AND (WRK-XM-STATUS(WRK-XM-IX) EQUAL "BC"
036577                OR WRK-XM-STATUS(WRK-XM-IX) EQUAL "AC")
036588           AND WRK-XM-DATA-BAIXA(WRK-XM-IX) EQUAL ZERO
036600        MOVE WRK-DATE-NUM TO WRK-XM-DATA-BAIXA(WRK-XM-IX)
036700        ADD 1 TO WRK-BAIXA-COUNT
036800     END-IF.
037500 3000-FINALIZE.
037600     CLOSE CALC-GLE-FILE.
037700     CLOSE CALC-EXC-FILE.
037709     MOVE SPACES TO CALC-EXR-RECORD.
037718     WRITE CALC-EXR-RECORD.
037727     MOVE WRK-EXC-COUNT  TO WRK-TOT-EXC.
037736     MOVE WRK-IMAT-COUNT TO WRK-TOT-IMAT.
037745     MOVE WRK-TOTAL-LINE TO CALC-EXR-RECORD.
037754     WRITE CALC-EXR-RECORD.
037763     CLOSE CALC-EXR-FILE.
037772     IF WRK-CONTAS-CARREGADAS
037781        CLOSE CALC-CTA-FILE
037790     END-IF.
037800     PERFORM 3100-REWRITE-MASTER THRU 3100-EXIT.
037900     DISPLAY "CALCRECN - " WRK-REC-COUNT " CONTAS PROCESSADAS, "
038000         WRK-EXC-COUNT " DIVERGENCIAS GRAVADAS".
038100     DISPLAY "CALCRECN - " WRK-IMAT-COUNT " IMATERIAIS, "
038200         WRK-BAIXA-COUNT " EXCECOES BAIXADAS".
038230     DISPLAY "CALCRECN - " WRK-DECIDE-COUNT
038260         " EXCECOES DECIDIDAS NA BANCADA (CALCEXW)".
038300 3000-EXIT.
038400     EXIT.
038500
