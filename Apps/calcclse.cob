002200*                   FECHAMENTO. UMA PAGINA PARA O SUPERVISOR     *
002300*                   ASSINAR; UM FAIL APONTA O RELATORIO DE       *
002400*                   ORIGEM A PUXAR.                              *
002420* 15/10/2026 JH     NOVO CONTROLE: LOTES ONLINE (CALCPND) AINDA  *
002440*                   PENDENTES DE APROVACAO NO CORTE DA DATA SAO  *
002460*                   ITEM EM ABERTO, COMO OS SUSPENSOS (LISTA NO  *
002480*                   CALCPEND).                                   *
002485* 15/10/2026 JH     NOVO CONTROLE: CADEIA DE CUSTODIA DO CALCLOG,*
002490*                   PELO CERTIFICADO DO CALCCUST (CALCCUR) DA    *
002495*                   DATA DO MOVIMENTO.                           *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT             DIVISION.
002700 INPUT-OUTPUT            SECTION.
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS  IS CALC-SUS-STATUS.
003600
003610     SELECT CALC-PND-FILE    ASSIGN TO CALCPND
003620         ORGANIZATION IS INDEXED
003640         ACCESS MODE  IS SEQUENTIAL
003650         RECORD KEY   IS CALC-PN-CHAVE
003670         FILE STATUS  IS CALC-PND-STATUS.
003680
003700     SELECT CALC-EXM-FILE    ASSIGN TO CALCEXM
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS  IS CALC-EXM-STATUS.
005500     SELECT CALC-CLR-FILE    ASSIGN TO CALCCLR
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS  IS CALC-CLR-STATUS.
005720
005740     SELECT CALC-CUR-FILE    ASSIGN TO CALCCUR
005760         ORGANIZATION IS LINE SEQUENTIAL
005780         FILE STATUS  IS CALC-CUR-STATUS.
005800
005900 DATA                    DIVISION.
006000 FILE                    SECTION.
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CALCSUS.
006800
006820 FD  CALC-PND-FILE
006840     LABEL RECORDS ARE STANDARD.
006860     COPY CALCPND.
006880
006900 FD  CALC-EXM-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CALCEXM.
008500 FD  CALC-CLR-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CALC-CLR-RECORD          PIC X(80).
008720
008740 FD  CALC-CUR-FILE
008760     LABEL RECORDS ARE STANDARD.
008780 01  CALC-CUR-RECORD          PIC X(80).
008800
008900 WORKING-STORAGE         SECTION.
009000 77  WRK-EOF-SW               PIC X(01) VALUE "N".
009100     88  WRK-EOF                        VALUE "Y".
009200 77  CALC-BLR-STATUS          PIC X(02) VALUE "00".
009300 77  CALC-SUS-STATUS          PIC X(02) VALUE "00".
009350 77  CALC-PND-STATUS          PIC X(02) VALUE "00".
009400 77  CALC-EXM-STATUS          PIC X(02) VALUE "00".
009500 77  CALC-HKR-STATUS          PIC X(02) VALUE "00".
009600 77  CALC-PTD-STATUS          PIC X(02) VALUE "00".
009700 77  CALC-RUN-STATUS          PIC X(02) VALUE "00".
009800 77  CALC-CLR-STATUS          PIC X(02) VALUE "00".
009850 77  CALC-CUR-STATUS          PIC X(02) VALUE "00".
009900
010000 01  WRK-DATA-MOVTO           PIC 9(08) VALUE ZERO.
010100 77  WRK-RUN-ID               PIC X(06) VALUE SPACES.
010600     88  WRK-TRL-PASS                   VALUE "P".
010700 77  WRK-SUS-SW               PIC X(01) VALUE "N".
010800     88  WRK-SUS-PASS                   VALUE "P".
010830 77  WRK-PND-SW               PIC X(01) VALUE "N".
010860     88  WRK-PND-PASS                   VALUE "P".
010900 77  WRK-EXM-SW               PIC X(01) VALUE "N".
011000     88  WRK-EXM-PASS                   VALUE "P".
011100 77  WRK-HKP-SW               PIC X(01) VALUE "N".
011400     88  WRK-PTD-PASS                   VALUE "P".
011500 77  WRK-SEQ-SW               PIC X(01) VALUE "N".
011600     88  WRK-SEQ-PASS                   VALUE "P".
011630 77  WRK-CUS-SW               PIC X(01) VALUE "N".
011660     88  WRK-CUS-PASS                   VALUE "P".
011700 77  WRK-GERAL-SW             PIC X(01) VALUE "P".
011800     88  WRK-FECHAMENTO-OK              VALUE "P".
011900
012500     88  WRK-CERT-VISTO                 VALUE "Y".
012600 77  WRK-TRL-DIVERG-SW        PIC X(01) VALUE "N".
012700     88  WRK-TRL-DIVERGIU               VALUE "Y".
012710 77  WRK-CUS-DATA-SW          PIC X(01) VALUE "N".
012720     88  WRK-CUS-DATA-VISTA             VALUE "Y".
012740 77  WRK-CUS-SECAO-SW         PIC X(01) VALUE "N".
012750     88  WRK-CUS-SECAO-ATIVA            VALUE "Y".
012770 77  WRK-CUS-CERT-SW          PIC X(01) VALUE "N".
012780     88  WRK-CUS-CERT-VISTO             VALUE "Y".
012800
012900 77  WRK-SUS-PEND-COUNT       PIC 9(07) COMP VALUE ZERO.
012950 77  WRK-PND-PEND-COUNT       PIC 9(07) COMP VALUE ZERO.
013000 77  WRK-EXM-ABERTAS-COUNT    PIC 9(07) COMP VALUE ZERO.
013100 77  WRK-HKR-LIDAS-COUNT      PIC 9(07) COMP VALUE ZERO.
013200 77  WRK-RC-EDIT-SW           PIC X(01) VALUE "N".
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-CHECK-BATIMENTO THRU 2000-EXIT.
017600     PERFORM 3000-CHECK-SUSPENSE THRU 3000-EXIT.
017650     PERFORM 3500-CHECK-LOTES-PENDENTES THRU 3500-EXIT.
017700     PERFORM 4000-CHECK-EXCECOES THRU 4000-EXIT.
017800     PERFORM 5000-CHECK-HOUSEKEEPING THRU 5000-EXIT.
017900     PERFORM 6000-CHECK-ESTATISTICAS THRU 6000-EXIT.
018000     PERFORM 7000-CHECK-SEQUENCIA THRU 7000-EXIT.
018050     PERFORM 7500-CHECK-CUSTODIA THRU 7500-EXIT.
018100     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT.
018200     STOP RUN.
018300
029500     END-READ.
029600 3100-EXIT.
029700     EXIT.
029702
029705*----------------------------------------------------------------*
029707*  3500-CHECK-LOTES-PENDENTES - CONTA OS LOTES DIGITADOS ONLINE  *
029710*  QUE ESTAVAM PENDENTES DE APROVACAO NO CORTE DA DATA: LOTE     *
029712*  DIGITADO ATE A DATA E AINDA PE, OU DECIDIDO SO DEPOIS DELA    *
029715*  (MESMA REGRA DO CALCPEND). FECHAMENTO LIMPO PEDE ZERO         *
029717*  PENDENTES. SEM O ARQUIVO, ZERO.                               *
029720*----------------------------------------------------------------*
029722 3500-CHECK-LOTES-PENDENTES.
029725     OPEN INPUT CALC-PND-FILE.
029727     IF CALC-PND-STATUS NOT = "00"
029730        MOVE "P" TO WRK-PND-SW
029732        GO TO 3500-EXIT
029735     END-IF.
029737     MOVE "N" TO WRK-EOF-SW.
029740     PERFORM 3600-READ-PND THRU 3600-EXIT
029742         UNTIL WRK-EOF.
029745     CLOSE CALC-PND-FILE.
029747     IF WRK-PND-PEND-COUNT EQUAL ZERO
029750        MOVE "P" TO WRK-PND-SW
029752     END-IF.
029755 3500-EXIT.
029757     EXIT.
029760
029762 3600-READ-PND.
029765     READ CALC-PND-FILE
029767         AT END
029770             MOVE "Y" TO WRK-EOF-SW
029772             GO TO 3600-EXIT
029775     END-READ.
029777     IF CALC-PN-DATA-DIG GREATER THAN WRK-DATA-MOVTO
029780        GO TO 3600-EXIT
029782     END-IF.
029785     IF CALC-PN-SITUACAO EQUAL "PE"
029787           OR CALC-PN-DATA-DECISAO GREATER THAN WRK-DATA-MOVTO
029790        ADD 1 TO WRK-PND-PEND-COUNT
029792     END-IF.
029795 3600-EXIT.
029797     EXIT.
029800
029900*----------------------------------------------------------------*
030000*  4000-CHECK-EXCECOES - CONTA AS EXCECOES MATERIAIS ABERTAS     *
044600     END-IF.
044700 7100-EXIT.
044800     EXIT.
044802
044803*----------------------------------------------------------------*
044804*  7500-CHECK-CUSTODIA - PROCURA NO CALCCUR A SECAO DA DATA DO   *
044806*  MOVIMENTO: O CERTIFICADO DE CUSTODIA DO CALCCUST PROVA A      *
044808*  CADEIA DO CALCLOG E OS SELOS. SEM A SECAO (OU SEM O           *
044811*  RELATORIO), FALHA. VALE A ULTIMA SECAO DA DATA.               *
044812*----------------------------------------------------------------*
044813 7500-CHECK-CUSTODIA.
044815     OPEN INPUT CALC-CUR-FILE.
044817     IF CALC-CUR-STATUS NOT = "00"
044820        GO TO 7500-EXIT
044822     END-IF.
044824     MOVE "N" TO WRK-EOF-SW.
044826     PERFORM 7600-READ-CUR THRU 7600-EXIT
044828         UNTIL WRK-EOF.
044831     CLOSE CALC-CUR-FILE.
044833     IF WRK-CUS-CERT-VISTO
044835        MOVE "P" TO WRK-CUS-SW
044837     END-IF.
044840 7500-EXIT.
044842     EXIT.
044844
044846 7600-READ-CUR.
044848     READ CALC-CUR-FILE
044851         AT END
044853             MOVE "Y" TO WRK-EOF-SW
044855             GO TO 7600-EXIT
044857     END-READ.
044860     IF CALC-CUR-RECORD(1:49) EQUAL
044862           "CALCCUST - CADEIA DE CUSTODIA DO CALCLOG - DATA: "
044864        IF CALC-CUR-RECORD(50:8) EQUAL WRK-DATA-MOVTO
044866           MOVE "Y" TO WRK-CUS-SECAO-SW
044868           MOVE "Y" TO WRK-CUS-DATA-SW
044871           MOVE "N" TO WRK-CUS-CERT-SW
044873        ELSE
044875           MOVE "N" TO WRK-CUS-SECAO-SW
044877        END-IF
044880        GO TO 7600-EXIT
044882     END-IF.
044884     IF WRK-CUS-SECAO-ATIVA
044886           AND CALC-CUR-RECORD(1:23) EQUAL
044888               "CERTIFICADO DE CUSTODIA"
044891        MOVE "Y" TO WRK-CUS-CERT-SW
044893     END-IF.
044895 7600-EXIT.
044897     EXIT.
044900
045000*----------------------------------------------------------------*
045100*  8000-PRINT-CERTIFICATE - UMA LINHA PASS/FAIL POR CONTROLE,    *
048600     END-STRING.
048650     MOVE WRK-SUS-SW TO WRK-CTL-PASS-SW.
048700     PERFORM 8500-PRINT-CONTROLE THRU 8500-EXIT.
048709
048718     MOVE "LOTES A APROVAR NO CORTE (CALCPND): " TO WRK-CTL-TEXTO.
048727     MOVE WRK-PND-PEND-COUNT TO WRK-QTD-EDIT.
048736     MOVE SPACES TO WRK-CTL-DETALHE.
048745     STRING WRK-QTD-EDIT DELIMITED BY SIZE
048754            " PENDENTES - VER CALCPEND" DELIMITED BY SIZE
048763        INTO WRK-CTL-DETALHE
048772     END-STRING.
048781     MOVE WRK-PND-SW TO WRK-CTL-PASS-SW.
048790     PERFORM 8500-PRINT-CONTROLE THRU 8500-EXIT.
048800
048900     MOVE "EXCECOES MATERIAIS ABERTAS (EXM)  : " TO WRK-CTL-TEXTO.
049000     MOVE WRK-EXM-ABERTAS-COUNT TO WRK-QTD-EDIT.
051800     END-IF.
051850     MOVE WRK-SEQ-SW TO WRK-CTL-PASS-SW.
051900     PERFORM 8500-PRINT-CONTROLE THRU 8500-EXIT.
051906
051913     MOVE "CADEIA DE CUSTODIA (CALCCUR)      : " TO WRK-CTL-TEXTO.
051920     MOVE SPACES TO WRK-CTL-DETALHE.
051926     IF NOT WRK-CUS-DATA-VISTA
051933        MOVE "SEM CONFERENCIA DA DATA NO CALCCUR" TO
051940            WRK-CTL-DETALHE
051946     ELSE
051953        IF NOT WRK-CUS-PASS
051960           MOVE "QUEBRA NA CADEIA - VER CALCCUR" TO
051966               WRK-CTL-DETALHE
051973        END-IF
051980     END-IF.
051986     MOVE WRK-CUS-SW TO WRK-CTL-PASS-SW.
051993     PERFORM 8500-PRINT-CONTROLE THRU 8500-EXIT.
052000
052100     MOVE SPACES TO CALC-CLR-RECORD.
052200     WRITE CALC-CLR-RECORD.
