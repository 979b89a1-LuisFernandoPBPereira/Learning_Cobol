001600*                   PRIMEIRA DATA), COM SUBTOTAL POR FAIXA, PARA *
001700*                   QUE AS QUEBRAS MAIS VELHAS SEJAM COBRADAS    *
001800*                   PRIMEIRO.                                    *
001820* 15/10/2026 JH     A LINHA DE DETALHE PASSOU A TRAZER A         *
001840*                   DESCRICAO DA CONTA NO CADASTRO DE CONTAS     *
001860*                   (CALCCTA) AO LADO DA VARIANCIA. SEM O        *
001880*                   CADASTRO A DESCRICAO SAI EM BRANCO.          *
001882* 15/10/2026 JH     ABAIXO DE CADA EXCECAO SAI O QUE A BANCADA   *
001885*                   DE INVESTIGACAO (CALCEXW, TRANSACAO CEXW)    *
001888*                   TEM DA MESMA QUEBRA: ANALISTA ATRIBUIDO,     *
001891*                   CAUSA RAIZ E DATA/OPERADOR DA ULTIMA NOTA,   *
001894*                   COM O TEXTO DA NOTA. SEM A BANCADA O         *
001897*                   RELATORIO SAI COMO ANTES.                    *
001900*----------------------------------------------------------------*
002000 ENVIRONMENT             DIVISION.
002100 INPUT-OUTPUT            SECTION.
002700     SELECT CALC-AGR-FILE    ASSIGN TO CALCAGR
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS  IS CALC-AGR-STATUS.
002910
002920     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
002940         ORGANIZATION IS INDEXED
002950         ACCESS MODE  IS DYNAMIC
002970         RECORD KEY   IS CALC-CT-CONTA
002980         FILE STATUS  IS CALC-CTA-STATUS.
002982
002985     SELECT CALC-EXW-FILE    ASSIGN TO CALCEXW
002988         ORGANIZATION IS INDEXED
002991         ACCESS MODE  IS DYNAMIC
002994         RECORD KEY   IS CALC-XW-CONTA
002997         FILE STATUS  IS CALC-EXW-STATUS.
003000
003100 DATA                    DIVISION.
003200 FILE                    SECTION.
003700 FD  CALC-AGR-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  CALC-AGR-RECORD          PIC X(80).
003920
003940 FD  CALC-CTA-FILE
003960     LABEL RECORDS ARE STANDARD.
003980     COPY CALCCTA.
003984
003988 FD  CALC-EXW-FILE
003992     LABEL RECORDS ARE STANDARD.
003996     COPY CALCEXW.
004000
004100 WORKING-STORAGE         SECTION.
004200 77  WRK-EOF-SW               PIC X(01) VALUE "N".
005000 77  WRK-FAIXA-IX             PIC 9(02) COMP VALUE ZERO.
005100 77  WRK-IX                   PIC 9(05) COMP VALUE ZERO.
005200 77  WRK-DET-IX               PIC 9(05) COMP VALUE ZERO.
005220 77  CALC-CTA-STATUS          PIC X(02) VALUE "00".
005250 77  WRK-CONTAS-SW            PIC X(01) VALUE "N".
005270     88  WRK-CONTAS-CARREGADAS          VALUE "Y".
005274 77  CALC-EXW-STATUS          PIC X(02) VALUE "00".
005278 77  WRK-BANCADA-SW           PIC X(01) VALUE "N".
005282     88  WRK-BANCADA-CARREGADA          VALUE "Y".
005287 77  WRK-XW-SW                PIC X(01) VALUE "N".
005291     88  WRK-XW-VALIDO                  VALUE "Y".
005295 77  WRK-CS-IX                PIC 9(02) COMP VALUE ZERO.
005300
005400 01  WRK-FAIXA-TABELA.
005500     05  WRK-FAIXA-ITEM OCCURS 4 TIMES.
007300         10  WRK-DT-IDADE     PIC 9(05).
007400 77  WRK-DET-QTD              PIC 9(05) COMP VALUE ZERO.
007500 77  WRK-DET-MAX              PIC 9(05) COMP VALUE 5000.
007507
007514 01  WRK-CAUSA-TABELA.
007517     05  FILLER               PIC X(22) VALUE
007521         "01CORTE/TEMPORIZACAO".
007525     05  FILLER               PIC X(22) VALUE
007529         "02LANCAMENTO MANUAL".
007533     05  FILLER               PIC X(22) VALUE
007536         "03MAPEAMENTO DE CONTA".
007540     05  FILLER               PIC X(22) VALUE
007544         "04ARREDONDAM./CAMBIO".
007548     05  FILLER               PIC X(22) VALUE
007552         "05TRANSACAO REJEITADA".
007555     05  FILLER               PIC X(22) VALUE
007559         "06DUPLICIDADE".
007563     05  FILLER               PIC X(22) VALUE
007567         "99OUTRAS".
007571 01  WRK-CAUSA-TABELA-R REDEFINES WRK-CAUSA-TABELA.
007578     05  WRK-CS-ITEM OCCURS 7 TIMES.
007585         10  WRK-CS-CODIGO    PIC X(02).
007592         10  WRK-CS-DESCRICAO PIC X(20).
007600
007700 01  WRK-CURRENT-DATE.
007800     05  WRK-DATE-NUM         PIC 9(08).
009400     05  FILLER               PIC X(44) VALUE
009500         "  CONTA       PRIMEIRA  EXECS  IDADE        ".
009600     05  FILLER               PIC X(36) VALUE
009700         "ULT.VARIANCIA  DESCRICAO            ".
009800 01  WRK-DETAIL-LINE.
009900     05  FILLER               PIC X(02) VALUE SPACES.
010000     05  WRK-DTL-CONTA        PIC X(10).
010600     05  WRK-DTL-IDADE        PIC ZZZZ9.
010700     05  FILLER               PIC X(02) VALUE SPACES.
010800     05  WRK-DTL-VARIANCIA    PIC -(16)9.99.
010860     05  FILLER               PIC X(01) VALUE SPACES.
010930     05  WRK-DTL-DESCRICAO    PIC X(21).
010934 01  WRK-INVEST-LINE.
010938     05  FILLER               PIC X(12) VALUE "  ANALISTA: ".
010942     05  WRK-INV-ANALISTA     PIC X(12).
010946     05  FILLER               PIC X(08) VALUE " CAUSA: ".
010950     05  WRK-INV-CAUSA        PIC X(02).
010954     05  FILLER               PIC X(01) VALUE SPACES.
010958     05  WRK-INV-CAUSA-DESC   PIC X(20).
010962     05  FILLER               PIC X(07) VALUE " NOTA: ".
010967     05  WRK-INV-NOTA-DATA    PIC X(08).
010971     05  FILLER               PIC X(01) VALUE SPACES.
010975     05  WRK-INV-NOTA-OPER    PIC X(08).
010979     05  FILLER               PIC X(01) VALUE SPACES.
010983 01  WRK-NOTA-LINE.
010987     05  FILLER               PIC X(08) VALUE SPACES.
010991     05  WRK-NTL-TEXTO        PIC X(70).
010995     05  FILLER               PIC X(02) VALUE SPACES.
011000 01  WRK-SUBTOT-LINE.
011100     05  FILLER               PIC X(12) VALUE "  SUBTOTAL:".
011200     05  WRK-SBT-QTD          PIC ZZZZZZ9.
015300        PERFORM 1200-READ-MASTER THRU 1200-EXIT
015400     END-IF.
015500     OPEN OUTPUT CALC-AGR-FILE.
015510     OPEN INPUT CALC-CTA-FILE.
015520     IF CALC-CTA-STATUS EQUAL "00"
015530        MOVE "Y" TO WRK-CONTAS-SW
015550     ELSE
015560        DISPLAY "CALCAGED - SEM CADASTRO DE CONTAS (CALCCTA) - "
015570            "RELATORIO SEM DESCRICAO"
015580     END-IF.
015582     OPEN INPUT CALC-EXW-FILE.
015585     IF CALC-EXW-STATUS EQUAL "00"
015587        MOVE "Y" TO WRK-BANCADA-SW
015590     ELSE
015592        DISPLAY "CALCAGED - SEM BANCADA DE EXCECOES (CALCEXW) - "
015595            "RELATORIO SEM ANALISTA E NOTAS"
015597     END-IF.
015600 1000-EXIT.
015700     EXIT.
015800
027900     MOVE WRK-DT-RUNS(WRK-DET-IX)      TO WRK-DTL-RUNS.
028000     MOVE WRK-DT-IDADE(WRK-DET-IX)     TO WRK-DTL-IDADE.
028100     MOVE WRK-DT-VARIANCIA(WRK-DET-IX) TO WRK-DTL-VARIANCIA.
028109     MOVE SPACES TO WRK-DTL-DESCRICAO.
028118     IF WRK-CONTAS-CARREGADAS
028127        MOVE WRK-DT-CONTA(WRK-DET-IX) TO CALC-CT-CONTA
028136        READ CALC-CTA-FILE
028145            INVALID KEY
028154                MOVE "** NAO CADASTRADA **" TO WRK-DTL-DESCRICAO
028163            NOT INVALID KEY
028172                MOVE CALC-CT-DESCRICAO TO WRK-DTL-DESCRICAO
028181        END-READ
028190     END-IF.
028200     MOVE WRK-DETAIL-LINE TO CALC-AGR-RECORD.
028300     WRITE CALC-AGR-RECORD.
028320     IF WRK-BANCADA-CARREGADA
028350        PERFORM 3300-PRINT-INVESTIGATION THRU 3300-EXIT
028370     END-IF.
028400 3200-EXIT.
028500     EXIT.
028501
028503*----------------------------------------------------------------*
028505*  3300-PRINT-INVESTIGATION - ABAIXO DA EXCECAO, O QUE A BANCADA *
028506*  (CALCEXW) TEM DA MESMA QUEBRA: ANALISTA, CAUSA RAIZ E         *
028508*  DATA/OPERADOR DA ULTIMA NOTA, COM O TEXTO DA NOTA NA LINHA    *
028510*  SEGUINTE. REGISTRO DE OUTRA QUEBRA DA CONTA NAO VALE: A       *
028511*  EXCECAO SAI SEM ANALISTA.                                     *
028513*----------------------------------------------------------------*
028515 3300-PRINT-INVESTIGATION.
028516     MOVE "N" TO WRK-XW-SW.
028518     MOVE WRK-DT-CONTA(WRK-DET-IX) TO CALC-XW-CONTA.
028520     READ CALC-EXW-FILE
028522         INVALID KEY
028523             CONTINUE
028525         NOT INVALID KEY
028527             IF CALC-XW-DATA-PRIMEIRA EQUAL
028528                   WRK-DT-PRIMEIRA(WRK-DET-IX)
028530                MOVE "Y" TO WRK-XW-SW
028532             END-IF
028533     END-READ.
028535     MOVE "SEM ANALISTA" TO WRK-INV-ANALISTA.
028537     MOVE SPACES TO WRK-INV-CAUSA.
028538     MOVE SPACES TO WRK-INV-CAUSA-DESC.
028540     MOVE SPACES TO WRK-INV-NOTA-DATA.
028542     MOVE SPACES TO WRK-INV-NOTA-OPER.
028544     IF NOT WRK-XW-VALIDO
028545        MOVE WRK-INVEST-LINE TO CALC-AGR-RECORD
028547        WRITE CALC-AGR-RECORD
028549        GO TO 3300-EXIT
028550     END-IF.
028552     IF CALC-XW-ANALISTA NOT EQUAL SPACES
028554        MOVE CALC-XW-ANALISTA TO WRK-INV-ANALISTA
028555     END-IF.
028557     MOVE CALC-XW-CAUSA TO WRK-INV-CAUSA.
028559     MOVE ZERO TO WRK-CS-IX.
028561     PERFORM 3350-FIND-CAUSE THRU 3350-EXIT
028562         UNTIL WRK-CS-IX NOT LESS THAN 7.
028564     IF CALC-XW-DATA-ULT-NOTA NOT EQUAL ZERO
028566        MOVE CALC-XW-DATA-ULT-NOTA TO WRK-INV-NOTA-DATA
028567        MOVE CALC-XW-OPER-ULT-NOTA TO WRK-INV-NOTA-OPER
028569     END-IF.
028571     MOVE WRK-INVEST-LINE TO CALC-AGR-RECORD.
028572     WRITE CALC-AGR-RECORD.
028574     IF CALC-XW-DATA-ULT-NOTA NOT EQUAL ZERO
028576        MOVE CALC-XW-ULT-NOTA TO WRK-NTL-TEXTO
028577        MOVE WRK-NOTA-LINE TO CALC-AGR-RECORD
028579        WRITE CALC-AGR-RECORD
028581     END-IF.
028583 3300-EXIT.
028584     EXIT.
028586
028588 3350-FIND-CAUSE.
028589     ADD 1 TO WRK-CS-IX.
028591     IF WRK-CS-CODIGO(WRK-CS-IX) EQUAL CALC-XW-CAUSA
028593        MOVE WRK-CS-DESCRICAO(WRK-CS-IX) TO WRK-INV-CAUSA-DESC
028594     END-IF.
028596 3350-EXIT.
028598     EXIT.
028600
028700*----------------------------------------------------------------*
028800*  3900-FINALIZE - FECHA OS ARQUIVOS E MOSTRA O RESUMO.          *
029200        CLOSE CALC-EXM-FILE
029300     END-IF.
029400     CLOSE CALC-AGR-FILE.
029420     IF WRK-CONTAS-CARREGADAS
029450        CLOSE CALC-CTA-FILE
029470     END-IF.
029477     IF WRK-BANCADA-CARREGADA
029485        CLOSE CALC-EXW-FILE
029492     END-IF.
029500     DISPLAY "CALCAGED - " WRK-LIDOS-COUNT " ENTRADAS LIDAS, "
029600         WRK-ABERTAS-COUNT " EXCECOES ABERTAS".
029700 3900-EXIT.
