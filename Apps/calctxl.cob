000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCTXL.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. CARGA DO FEED DE TAXAS DE *
001200*                   CAMBIO DA TESOURARIA (CALCTXF) NO CALCTAX.   *
001300*                   CONFERE HEADER (DATA DE NEGOCIO), TRAILER    *
001400*                   (QUANTIDADE E HASH) E COMPARA CADA TAXA COM  *
001500*                   A ULTIMA VIGENTE DA MOEDA: VARIACAO ACIMA DA *
001600*                   TOLERANCIA DA MOEDA (CALCTOL) OU MOEDA NOVA  *
001700*                   FICA RETIDA ATE O SUPERVISOR CONFIRMAR       *
001800*                   (FUNCAO S, COM AUTORIDADE DE APROVADOR NO    *
001900*                   CALCOPR). APONTA AS MOEDAS SEM TAXA VIGENTE  *
002000*                   NA DATA E IMPRIME O RELATORIO DE EXCECOES    *
002100*                   (CALCTXR). E PASSO PROPRIO NO CONTROLE DE    *
002200*                   EXECUCAO (CALCRUN, PASSO CALCTXL): SO FICA   *
002300*                   "OK" COM TODAS AS TAXAS DA DATA VIGENTES, E  *
002400*                   CALCEDIT E CALCULADORA EXIGEM ESSE "OK".     *
002410* 15/10/2026 JH     O SUPERVISOR DA FUNCAO S INFORMA TAMBEM A    *
002420*                   SENHA, CONFERIDA NO CALCOPR (AGORA INDEXADO) *
002430*                   COM AS MESMAS REGRAS DA ASSINATURA ONLINE:   *
002440*                   SUSPENSO OU BLOQUEADO NAO CONFIRMA, SENHAS   *
002450*                   ERRADAS SEGUIDAS BLOQUEIAM, SENHA VENCIDA    *
002460*                   TEM DE SER TROCADA NUMA TRANSACAO ONLINE.    *
002470*                   RECUSA E BLOQUEIO VAO PARA O LOG DE          *
002480*                   SEGURANCA (CALCSGL).                         *
002485* 15/10/2026 JH     FALHA NA REGRAVACAO DO CALCTAX DEIXA A DATA  *
002490*                   BLOQUEADA; O PASSO NAO E MAIS CARIMBADO "OK" *
002495*                   SEM AS TAXAS GRAVADAS.                       *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT             DIVISION.
002700 INPUT-OUTPUT            SECTION.
002800 FILE-CONTROL.
002900     SELECT CALC-TXF-FILE    ASSIGN TO CALCTXF
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS  IS CALC-TXF-STATUS.
003200
003300     SELECT CALC-TAX-FILE    ASSIGN TO CALCTAX
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS  IS CALC-TAX-STATUS.
003600
003700     SELECT CALC-TOL-FILE    ASSIGN TO CALCTOL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS  IS CALC-TOL-STATUS.
004000
004100     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
004150         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS DYNAMIC
004250         RECORD KEY   IS CALC-OP-ID
004300         FILE STATUS  IS CALC-OPR-STATUS.
004310
004320     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
004340         ORGANIZATION IS INDEXED
004350         ACCESS MODE  IS DYNAMIC
004370         RECORD KEY   IS CALC-SG-CHAVE
004380         FILE STATUS  IS CALC-SGL-STATUS.
004400
004500     SELECT CALC-TXR-FILE    ASSIGN TO CALCTXR
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS  IS CALC-TXR-STATUS.
004800
004900     SELECT CALC-RUN-FILE    ASSIGN TO CALCRUN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS  IS CALC-RUN-STATUS.
005200
005300 DATA                    DIVISION.
005400 FILE                    SECTION.
005500 FD  CALC-TXF-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CALCTXF.
005800
005900 FD  CALC-TAX-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CALCTAX.
006200
006300 FD  CALC-TOL-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCTOL.
006600
006700 FD  CALC-OPR-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CALCOPR.
006920
006940 FD  CALC-SGL-FILE
006960     LABEL RECORDS ARE STANDARD.
006980     COPY CALCSGL.
007000
007100 FD  CALC-TXR-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  CALC-TXR-RECORD          PIC X(80).
007400
007500 FD  CALC-RUN-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CALCRUN.
007800
007900 WORKING-STORAGE         SECTION.
008000 77  WRK-EOF-SW               PIC X(01) VALUE "N".
008100     88  WRK-EOF                        VALUE "Y".
008200 77  CALC-TXF-STATUS          PIC X(02) VALUE "00".
008300 77  CALC-TAX-STATUS          PIC X(02) VALUE "00".
008400 77  CALC-TOL-STATUS          PIC X(02) VALUE "00".
008500 77  CALC-OPR-STATUS          PIC X(02) VALUE "00".
008550 77  CALC-SGL-STATUS          PIC X(02) VALUE "00".
008600 77  CALC-TXR-STATUS          PIC X(02) VALUE "00".
008700
008800 77  WRK-FUNCAO               PIC X(01) VALUE "C".
008900     88  WRK-FUNCAO-CARGA               VALUE "C".
009000     88  WRK-FUNCAO-SUPERVISOR          VALUE "S".
009100 77  WRK-DATA-PEDIDA          PIC 9(08) VALUE ZERO.
009200 77  WRK-SUPERVISOR           PIC X(08) VALUE SPACES.
009300 77  WRK-DECISAO              PIC X(01) VALUE SPACE.
009310
009330*    ASSINATURA DO SUPERVISOR - MESMAS REGRAS DE SENHA E BLOQUEIO
009340*    DAS TRANSACOES ONLINE, COM REGISTRO NO LOG DE SEGURANCA.
009360 77  WRK-SENHA-VALIDADE       PIC 9(03) VALUE 90.
009380 77  WRK-MAX-TENTATIVAS       PIC 9(02) VALUE 3.
009390 77  WRK-SENHA-DIG            PIC X(08) VALUE SPACES.
009410 77  WRK-SENHA-DIAS           PIC S9(07) COMP VALUE ZERO.
009420 77  WRK-SIGNON-MSG           PIC X(60) VALUE SPACES.
009440 77  WRK-SGL-SW               PIC X(01) VALUE "N".
009460     88  WRK-SGL-GRAVADO                VALUE "Y".
009470 77  WRK-SG-TIPO              PIC X(02) VALUE SPACES.
009490 77  WRK-SG-DESCRICAO         PIC X(60) VALUE SPACES.
009500 77  WRK-SG-DATA              PIC 9(08) VALUE ZERO.
009520 01  WRK-SG-HORA-CS.
009540     05  WRK-SG-HORA          PIC 9(06).
009550     05  FILLER               PIC 9(02).
009570 01  WRK-SH-ENTRADA.
009580     05  WRK-SH-ID            PIC X(08).
009600     05  WRK-SH-SENHA         PIC X(08).
009620 77  WRK-SH-IX                PIC 9(03) COMP VALUE ZERO.
009630 01  WRK-SH-VALOR             PIC 9(15) VALUE ZERO.
009650 01  WRK-SH-TRAB              PIC 9(18) VALUE ZERO.
009660 01  WRK-SH-QUOC              PIC 9(18) VALUE ZERO.
009680 01  WRK-SH-PRIMO             PIC 9(15) VALUE 999999999999989.
009700
009800*    FEED - CONFERENCIA DE HEADER, DETALHES E TRAILER. O MOTIVO
009900*    GUARDA A PRIMEIRA FALHA QUE RECUSA O FEED INTEIRO.
010000 77  WRK-FEED-SW              PIC X(01) VALUE "Y".
010100     88  WRK-FEED-ACEITO                VALUE "Y".
010200 77  WRK-FH-SW                PIC X(01) VALUE "N".
010300     88  WRK-FH-VISTO                   VALUE "Y".
010400 77  WRK-FT-SW                PIC X(01) VALUE "N".
010500     88  WRK-FT-VISTO                   VALUE "Y".
010600 77  WRK-FEED-MOTIVO          PIC X(50) VALUE SPACES.
010700 77  WRK-FD-COUNT             PIC 9(07) COMP VALUE ZERO.
010800 77  WRK-FT-QTD               PIC 9(07) COMP VALUE ZERO.
010900 01  WRK-FD-HASH              PIC 9(13)V9(04) VALUE ZERO.
011000 01  WRK-FT-HASH              PIC 9(13)V9(04) VALUE ZERO.
011100 01  WRK-FH-GERACAO.
011200     05  WRK-FH-DATA-GER      PIC 9(08) VALUE ZERO.
011300     05  WRK-FH-HORA-GER      PIC 9(06) VALUE ZERO.
011400     05  WRK-FH-ORIGEM        PIC X(10) VALUE SPACES.
011500
011600 77  WRK-FE-IX                PIC 9(05) COMP VALUE ZERO.
011700 77  WRK-FE-QTD               PIC 9(05) COMP VALUE ZERO.
011800 77  WRK-FE-MAX               PIC 9(05) COMP VALUE 500.
011900 01  WRK-FEED-TABLE.
012000     05  WRK-FE-ENTRY OCCURS 500 TIMES.
012100         10  WRK-FE-MOEDA     PIC X(03).
012200         10  WRK-FE-DATA      PIC 9(08).
012300         10  WRK-FE-TAXA      PIC 9(07)V9(04).
012400
012500*    TAXAS - O CALCTAX INTEIRO, REGRAVADO NO FIM. A ENTRADA TEM
012600*    O MESMO LAYOUT DO REGISTRO.
012700 77  WRK-TAX-EOF-SW           PIC X(01) VALUE "N".
012800     88  WRK-TAX-EOF                    VALUE "Y".
012900 77  WRK-TAX-IX               PIC 9(05) COMP VALUE ZERO.
013000 77  WRK-TAX-QTD              PIC 9(05) COMP VALUE ZERO.
013100 77  WRK-TAX-MAX              PIC 9(05) COMP VALUE 5000.
013200 77  WRK-TAX-MESMA-IX         PIC 9(05) COMP VALUE ZERO.
013300 77  WRK-TAX-ALTERADA-SW      PIC X(01) VALUE "N".
013400     88  WRK-TAX-ALTERADA               VALUE "Y".
013500 01  WRK-TAX-TABLE.
013600     05  WRK-TAX-ENTRY OCCURS 5000 TIMES.
013700         10  WRK-TX-MOEDA     PIC X(03).
013800         10  WRK-TX-DATA      PIC 9(08).
013900         10  WRK-TX-TAXA      PIC 9(07)V9(04).
014000         10  WRK-TX-SITUACAO  PIC X(01).
014100         10  WRK-TX-ORIGEM    PIC X(01).
014200         10  WRK-TX-CONFIRM   PIC X(08).
014300         10  WRK-TX-DATA-CONF PIC 9(08).
014400         10  FILLER           PIC X(06).
014500
014600*    TOLERANCIAS POR MOEDA ("***" = PADRAO DAS DEMAIS).
014700 77  WRK-TOL-EOF-SW           PIC X(01) VALUE "N".
014800     88  WRK-TOL-EOF                    VALUE "Y".
014900 77  WRK-TL-IX                PIC 9(03) COMP VALUE ZERO.
015000 77  WRK-TL-QTD               PIC 9(03) COMP VALUE ZERO.
015100 77  WRK-TL-MAX               PIC 9(03) COMP VALUE 200.
015200 01  WRK-TOL-PADRAO           PIC 9(03)V99 VALUE 5.
015300 01  WRK-TOL-TABLE.
015400     05  WRK-TL-ENTRY OCCURS 200 TIMES.
015500         10  WRK-TL-MOEDA     PIC X(03).
015600         10  WRK-TL-PERC      PIC 9(03)V99.
015700
015800*    MOEDAS QUE PRECISAM DE TAXA VIGENTE NA DATA.
015900 77  WRK-MR-IX                PIC 9(03) COMP VALUE ZERO.
016000 77  WRK-MR-QTD               PIC 9(03) COMP VALUE ZERO.
016100 77  WRK-MR-MAX               PIC 9(03) COMP VALUE 200.
016200 01  WRK-MR-TABLE.
016300     05  WRK-MR-MOEDA         PIC X(03) OCCURS 200 TIMES.
016400
016500*    AVALIACAO DE UMA TAXA CONTRA A ULTIMA VIGENTE DA MOEDA.
016600 77  WRK-ACHOU-SW             PIC X(01) VALUE "N".
016700     88  WRK-ACHOU                      VALUE "Y".
016800 77  WRK-MOEDA                PIC X(03) VALUE SPACES.
016900 77  WRK-SITUACAO-NOVA        PIC X(01) VALUE SPACE.
017000 77  WRK-DL-SIT-TEXTO         PIC X(22) VALUE SPACES.
017100 01  WRK-DATA-TAXA            PIC 9(08)       VALUE ZERO.
017200 01  WRK-TAXA-NOVA            PIC 9(07)V9(04) VALUE ZERO.
017300 01  WRK-TAXA-ANT             PIC 9(07)V9(04) VALUE ZERO.
017400 01  WRK-DATA-ANT             PIC 9(08)       VALUE ZERO.
017500 01  WRK-TOLERANCIA           PIC 9(03)V99    VALUE ZERO.
017600 01  WRK-VARIACAO             PIC S9(07)V99   VALUE ZERO.
017700 01  WRK-VAR-ABS              PIC 9(07)V99    VALUE ZERO.
017800
017900*    SITUACAO DA DATA DE NEGOCIO DEPOIS DA CARGA/CONFIRMACAO.
018000 77  WRK-MR-VIGENTE-SW        PIC X(01) VALUE "N".
018100     88  WRK-MR-VIGENTE                 VALUE "Y".
018200 77  WRK-MR-RETIDA-SW         PIC X(01) VALUE "N".
018300 77  WRK-MR-RECUSADA-SW       PIC X(01) VALUE "N".
018400 01  WRK-MR-ULT-DATA          PIC 9(08) VALUE ZERO.
018500 77  WRK-PRONTA-SW            PIC X(01) VALUE "N".
018600     88  WRK-DATA-PRONTA                VALUE "Y".
018630 77  WRK-TAX-ERRO-SW          PIC X(01) VALUE "N".
018660     88  WRK-TAX-NAO-GRAVADA            VALUE "Y".
018700
018800 77  WRK-ACEITA-COUNT         PIC 9(07) COMP VALUE ZERO.
018900 77  WRK-RETIDA-COUNT         PIC 9(07) COMP VALUE ZERO.
019000 77  WRK-RECUSA-COUNT         PIC 9(07) COMP VALUE ZERO.
019100 77  WRK-REPETIDA-COUNT       PIC 9(07) COMP VALUE ZERO.
019200 77  WRK-CONFIRMA-COUNT       PIC 9(07) COMP VALUE ZERO.
019300 77  WRK-REJEITA-COUNT        PIC 9(07) COMP VALUE ZERO.
019400 77  WRK-MANTIDA-COUNT        PIC 9(07) COMP VALUE ZERO.
019500 77  WRK-PENDENTE-COUNT       PIC 9(07) COMP VALUE ZERO.
019600 77  WRK-FALTA-COUNT          PIC 9(07) COMP VALUE ZERO.
019700
019800 01  WRK-TXR-TITULO.
019900     05  WRK-TIT-TEXTO        PIC X(45).
020000     05  WRK-TIT-DATA         PIC 9(08).
020100     05  FILLER               PIC X(27) VALUE SPACES.
020200 01  WRK-TXR-FEED.
020300     05  FILLER               PIC X(21) VALUE
020400         "FEED GERADO EM     : ".
020500     05  WRK-TFD-DATA         PIC 9(08).
020600     05  FILLER               PIC X(01) VALUE SPACE.
020700     05  WRK-TFD-HORA         PIC 9(06).
020800     05  FILLER               PIC X(09) VALUE " ORIGEM: ".
020900     05  WRK-TFD-ORIGEM       PIC X(10).
021000     05  FILLER               PIC X(25) VALUE SPACES.
021100 01  WRK-TXR-COLUNAS.
021200     05  FILLER               PIC X(26) VALUE
021300         "MOE VIGENCIA  TAXA ANTER. ".
021400     05  FILLER               PIC X(25) VALUE
021500         "   TAXA NOVA   VARIACAO% ".
021600     05  FILLER               PIC X(29) VALUE
021700         "  TOL% SITUACAO              ".
021800 01  WRK-TXR-DETALHE.
021900     05  WRK-DL-MOEDA         PIC X(03).
022000     05  FILLER               PIC X(01) VALUE SPACE.
022100     05  WRK-DL-DATA          PIC 9(08).
022200     05  FILLER               PIC X(01) VALUE SPACE.
022300     05  WRK-DL-TAXA-ANT      PIC ZZZZZZ9.9999.
022400     05  FILLER               PIC X(01) VALUE SPACE.
022500     05  WRK-DL-TAXA-NOVA     PIC ZZZZZZ9.9999.
022600     05  FILLER               PIC X(01) VALUE SPACE.
022700     05  WRK-DL-VARIACAO      PIC -ZZZZZZ9.99.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  WRK-DL-TOLERANCIA    PIC ZZ9.99.
023000     05  FILLER               PIC X(01) VALUE SPACE.
023100     05  WRK-DL-SITUACAO      PIC X(22).
023200 01  WRK-TXR-FALTA.
023300     05  FILLER               PIC X(06) VALUE "MOEDA ".
023400     05  WRK-FL-MOEDA         PIC X(03).
023500     05  FILLER               PIC X(03) VALUE " - ".
023600     05  WRK-FL-TEXTO         PIC X(22).
023700     05  WRK-FL-ULT-TEXTO     PIC X(24).
023800     05  WRK-FL-ULT-DATA      PIC X(08).
023900     05  FILLER               PIC X(14) VALUE SPACES.
024000 01  WRK-TXR-CONTAGEM.
024100     05  WRK-TXC-TEXTO        PIC X(36).
024200     05  WRK-TXC-QTD          PIC ZZZZZZ9.
024300     05  FILLER               PIC X(37) VALUE SPACES.
024400 01  WRK-TXR-AVISO            PIC X(80) VALUE SPACES.
024500
024600 01  WRK-DSP-TAXA-NOVA        PIC ZZZZZZ9.9999.
024700 01  WRK-DSP-TAXA-ANT         PIC ZZZZZZ9.9999.
024800 01  WRK-DSP-VARIACAO         PIC -ZZZZZZ9.99.
024900
025000 01  WRK-CURRENT-DATE.
025100     05  WRK-DATE-NUM         PIC 9(08).
025200 01  WRK-CURRENT-TIME.
025300     05  WRK-TIME-NUM         PIC 9(08).
025400
025500 77  CALC-RUN-STATUS          PIC X(02) VALUE "00".
025600 77  WRK-RUN-EOF-SW           PIC X(01) VALUE "N".
025700     88  WRK-RUN-EOF                    VALUE "Y".
025800 77  WRK-RC-QTD               PIC 9(03) COMP VALUE ZERO.
025900 77  WRK-RC-MAX               PIC 9(03) COMP VALUE 200.
026000 77  WRK-RC-IX                PIC 9(03) COMP VALUE ZERO.
026100 77  WRK-RC-MEU-IX            PIC 9(03) COMP VALUE ZERO.
026200 77  WRK-RC-ACHOU-SW          PIC X(01) VALUE "N".
026300     88  WRK-RC-ACHOU                   VALUE "Y".
026400 77  WRK-RC-TRUNC-SW          PIC X(01) VALUE "N".
026500     88  WRK-RC-TRUNCADA                VALUE "Y".
026600 77  WRK-RC-PASSO             PIC X(12) VALUE SPACES.
026700 77  WRK-OVERRIDE-SW          PIC X(01) VALUE "N".
026800 77  WRK-RC-DATA-NEG          PIC 9(08) VALUE ZERO.
026900 01  WRK-RC-TABLE.
027000     05  WRK-RC-ENTRY OCCURS 200 TIMES.
027100         10  WRK-RC-DATA      PIC 9(08).
027200         10  WRK-RC-PROG      PIC X(12).
027300         10  WRK-RC-INI       PIC 9(06).
027400         10  WRK-RC-FIM       PIC 9(06).
027500         10  WRK-RC-RESULT    PIC X(02).
027600         10  WRK-RC-SEQ       PIC 9(03).
027700         10  FILLER           PIC X(03).
027800
027900 PROCEDURE               DIVISION.
028000
028100*----------------------------------------------------------------*
028200*  0000-MAINLINE - PEDE A DATA DE NEGOCIO E A FUNCAO. NA CARGA   *
028300*  (C) CONFERE O CONTROLE DE EXECUCAO, VALIDA O FEED E APLICA AS *
028400*  TAXAS NO CALCTAX; NA CONFIRMACAO (S) O SUPERVISOR DECIDE AS   *
028500*  TAXAS RETIDAS DA DATA. NOS DOIS CASOS AVALIA SE A DATA FICOU  *
028600*  COM TODAS AS TAXAS VIGENTES E SO ENTAO LIBERA O PASSO.        *
028700*----------------------------------------------------------------*
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029000     IF WRK-FUNCAO-CARGA
029100        PERFORM 6000-CHECK-RUN-CONTROL THRU 6000-EXIT
029200     ELSE
029300        PERFORM 4000-SIGN-SUPERVISOR THRU 4000-EXIT
029400     END-IF.
029500     PERFORM 1500-LOAD-TOLERANCES THRU 1500-EXIT.
029600     PERFORM 1600-LOAD-RATES THRU 1600-EXIT.
029700     IF WRK-FUNCAO-CARGA
029800        PERFORM 2000-READ-FEED THRU 2000-EXIT
029900     END-IF.
030000     PERFORM 5900-OPEN-REPORT THRU 5900-EXIT.
030100     IF WRK-FUNCAO-CARGA
030200        IF WRK-FEED-ACEITO
030300           PERFORM 3000-APPLY-FEED THRU 3000-EXIT
030400        END-IF
030500     ELSE
030600        PERFORM 4100-CONFIRM-HELD THRU 4100-EXIT
030700     END-IF.
030800     IF WRK-TAX-ALTERADA
030900        PERFORM 3800-REWRITE-RATES THRU 3800-EXIT
031000     END-IF.
031100     PERFORM 5000-CHECK-DATE-READY THRU 5000-EXIT.
031200     PERFORM 5500-PRINT-SUMMARY THRU 5500-EXIT.
031300     CLOSE CALC-TXR-FILE.
031400     IF WRK-DATA-PRONTA
031500        PERFORM 6400-STAMP-RUN-END THRU 6400-EXIT
031600        DISPLAY "CALCTXL - TAXAS DA DATA " WRK-RC-DATA-NEG
031700            " LIBERADAS PARA O CICLO"
031800     ELSE
031900        DISPLAY "CALCTXL - TAXAS DA DATA " WRK-RC-DATA-NEG
032000            " BLOQUEADAS - VER CALCTXR"
032100     END-IF.
032200     STOP RUN.
032300
032400*----------------------------------------------------------------*
032500*  1000-INITIALIZE - PEDE A DATA DE NEGOCIO (ZERO = HOJE), QUE   *
032600*  NAO PODE SER FUTURA, E A FUNCAO: C - CARGA DO FEED (PADRAO)   *
032700*  OU S - CONFIRMACAO DAS TAXAS RETIDAS PELO SUPERVISOR.         *
032800*----------------------------------------------------------------*
032900 1000-INITIALIZE.
033000     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
033100     ACCEPT WRK-CURRENT-TIME FROM TIME.
033200     DISPLAY "CALCTXL - DATA DE NEGOCIO (AAAAMMDD, 0=HOJE): ".
033300     ACCEPT WRK-DATA-PEDIDA FROM CONSOLE.
033400     IF WRK-DATA-PEDIDA EQUAL ZERO
033500        MOVE WRK-DATE-NUM TO WRK-DATA-PEDIDA
033600     END-IF.
033700     IF WRK-DATA-PEDIDA GREATER THAN WRK-DATE-NUM
033800        DISPLAY "CALCTXL - DATA " WRK-DATA-PEDIDA
033900            " NO FUTURO - EXECUCAO RECUSADA"
034000        STOP RUN
034100     END-IF.
034200     MOVE WRK-DATA-PEDIDA TO WRK-RC-DATA-NEG.
034300     DISPLAY "CALCTXL - FUNCAO (C-CARGA DO FEED / S-CONFIRMACAO "
034400         "DO SUPERVISOR) [C]: ".
034500     ACCEPT WRK-FUNCAO FROM CONSOLE.
034600     IF NOT WRK-FUNCAO-SUPERVISOR
034700        MOVE "C" TO WRK-FUNCAO
034800     END-IF.
034900 1000-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------*
035300*  1500-LOAD-TOLERANCES - CARREGA AS TOLERANCIAS POR MOEDA       *
035400*  (CALCTOL). A MOEDA "***" TROCA A TOLERANCIA PADRAO (5,00%).   *
035500*  AS DEMAIS MOEDAS SAO AS QUE PRECISAM DE TAXA NA DATA. SEM O   *
035600*  ARQUIVO VALE O PADRAO PARA TODAS.                             *
035700*----------------------------------------------------------------*
035800 1500-LOAD-TOLERANCES.
035900     MOVE ZERO TO WRK-TL-QTD.
036000     OPEN INPUT CALC-TOL-FILE.
036100     IF CALC-TOL-STATUS NOT = "00"
036200        DISPLAY "CALCTXL - SEM TOLERANCIAS (CALCTOL) - VALE O "
036300            "PADRAO PARA TODAS AS MOEDAS"
036400        GO TO 1500-EXIT
036500     END-IF.
036600     MOVE "N" TO WRK-TOL-EOF-SW.
036700     PERFORM 1550-READ-TOLERANCE THRU 1550-EXIT
036800         UNTIL WRK-TOL-EOF.
036900     CLOSE CALC-TOL-FILE.
037000 1500-EXIT.
037100     EXIT.
037200
037300 1550-READ-TOLERANCE.
037400     READ CALC-TOL-FILE
037500         AT END
037600             MOVE "Y" TO WRK-TOL-EOF-SW
037700             GO TO 1550-EXIT
037800     END-READ.
037900     IF CALC-TL-PERCENTUAL NOT NUMERIC
038000        DISPLAY "CALCTXL - TOLERANCIA INVALIDA PARA A MOEDA "
038100            CALC-TL-MOEDA " - IGNORADA"
038200        GO TO 1550-EXIT
038300     END-IF.
038400     IF CALC-TL-MOEDA EQUAL "***"
038500        MOVE CALC-TL-PERCENTUAL TO WRK-TOL-PADRAO
038600        GO TO 1550-EXIT
038700     END-IF.
038800     IF WRK-TL-QTD NOT LESS THAN WRK-TL-MAX
038900        DISPLAY "CALCTXL - TABELA DE TOLERANCIAS CHEIA - "
039000            "MOEDA " CALC-TL-MOEDA " IGNORADA"
039100        GO TO 1550-EXIT
039200     END-IF.
039300     ADD 1 TO WRK-TL-QTD.
039400     MOVE CALC-TL-MOEDA      TO WRK-TL-MOEDA(WRK-TL-QTD).
039500     MOVE CALC-TL-PERCENTUAL TO WRK-TL-PERC(WRK-TL-QTD).
039600 1550-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------*
040000*  1600-LOAD-RATES - CARREGA O CALCTAX INTEIRO NA TABELA, QUE E  *
040100*  REGRAVADA NO FIM SE ALGUMA TAXA MUDAR. TABELA CHEIA RECUSA A  *
040200*  EXECUCAO: REGRAVAR SO PARTE DO ARQUIVO PERDERIA TAXAS.        *
040300*----------------------------------------------------------------*
040400 1600-LOAD-RATES.
040500     MOVE ZERO TO WRK-TAX-QTD.
040600     OPEN INPUT CALC-TAX-FILE.
040700     IF CALC-TAX-STATUS NOT = "00"
040800        DISPLAY "CALCTXL - CALCTAX AINDA NAO CRIADO - TABELA "
040900            "DE TAXAS COMECA VAZIA"
041000        GO TO 1600-EXIT
041100     END-IF.
041200     MOVE "N" TO WRK-TAX-EOF-SW.
041300     PERFORM 1650-READ-RATE THRU 1650-EXIT
041400         UNTIL WRK-TAX-EOF.
041500     CLOSE CALC-TAX-FILE.
041600 1600-EXIT.
041700     EXIT.
041800
041900 1650-READ-RATE.
042000     READ CALC-TAX-FILE
042100         AT END
042200             MOVE "Y" TO WRK-TAX-EOF-SW
042300             GO TO 1650-EXIT
042400     END-READ.
042500     IF WRK-TAX-QTD NOT LESS THAN WRK-TAX-MAX
042600        DISPLAY "CALCTXL - TABELA DE TAXAS CHEIA - "
042700            "EXECUCAO ABORTADA ANTES DA CARGA"
042800        STOP RUN
042900     END-IF.
043000     ADD 1 TO WRK-TAX-QTD.
043100     MOVE CALC-TAX-RECORD TO WRK-TAX-ENTRY(WRK-TAX-QTD).
043200 1650-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------------*
043600*  2000-READ-FEED - LE O FEED DA TESOURARIA (CALCTXF) PARA A     *
043700*  TABELA E CONFERE A ESTRUTURA: UM HEADER COM A DATA DE NEGOCIO *
043800*  PEDIDA, DETALHES ENTRE HEADER E TRAILER, TRAILER COM A        *
043900*  QUANTIDADE E O HASH (SOMA DAS TAXAS) DOS DETALHES. QUALQUER   *
044000*  FALHA RECUSA O FEED INTEIRO, SEM TOCAR NO CALCTAX.            *
044100*----------------------------------------------------------------*
044200 2000-READ-FEED.
044300     MOVE "Y"    TO WRK-FEED-SW.
044400     MOVE SPACES TO WRK-FEED-MOTIVO.
044500     MOVE ZERO   TO WRK-FE-QTD.
044600     OPEN INPUT CALC-TXF-FILE.
044700     IF CALC-TXF-STATUS NOT = "00"
044800        MOVE "FEED DE TAXAS (CALCTXF) NAO ENCONTRADO" TO
044900            WRK-FEED-MOTIVO
045000        MOVE "N" TO WRK-FEED-SW
045100        GO TO 2000-EXIT
045200     END-IF.
045300     MOVE "N" TO WRK-EOF-SW.
045400     PERFORM 2100-READ-FEED-RECORD THRU 2100-EXIT
045500         UNTIL WRK-EOF.
045600     CLOSE CALC-TXF-FILE.
045700     IF NOT WRK-FEED-ACEITO
045800        GO TO 2000-EXIT
045900     END-IF.
046000     IF NOT WRK-FH-VISTO
046100        MOVE "FEED SEM HEADER" TO WRK-FEED-MOTIVO
046200        MOVE "N" TO WRK-FEED-SW
046300        GO TO 2000-EXIT
046400     END-IF.
046500     IF NOT WRK-FT-VISTO
046600        MOVE "FEED SEM TRAILER" TO WRK-FEED-MOTIVO
046700        MOVE "N" TO WRK-FEED-SW
046800        GO TO 2000-EXIT
046900     END-IF.
047000     IF WRK-FT-QTD NOT EQUAL WRK-FD-COUNT
047100           OR WRK-FT-HASH NOT EQUAL WRK-FD-HASH
047200        MOVE "TRAILER NAO BATE COM OS DETALHES" TO
047300            WRK-FEED-MOTIVO
047400        MOVE "N" TO WRK-FEED-SW
047500     END-IF.
047600 2000-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------------*
048000*  2100-READ-FEED-RECORD - LE UM REGISTRO DO FEED E CONFERE O    *
048100*  SEU LUGAR NA ESTRUTURA. A PRIMEIRA FALHA ENCERRA A LEITURA.   *
048200*----------------------------------------------------------------*
048300 2100-READ-FEED-RECORD.
048400     READ CALC-TXF-FILE
048500         AT END
048600             MOVE "Y" TO WRK-EOF-SW
048700             GO TO 2100-EXIT
048800     END-READ.
048900     IF CALC-FH-TIPO EQUAL "H"
049000        IF WRK-FH-VISTO
049100           MOVE "FEED COM MAIS DE UM HEADER" TO WRK-FEED-MOTIVO
049200           GO TO 2190-REFUSE
049300        END-IF
049400        MOVE "Y" TO WRK-FH-SW
049500        IF CALC-FH-DATA-NEGOCIO NOT NUMERIC
049600              OR CALC-FH-DATA-NEGOCIO NOT EQUAL WRK-RC-DATA-NEG
049700           MOVE "HEADER DO FEED E DE OUTRA DATA DE NEGOCIO" TO
049800               WRK-FEED-MOTIVO
049900           GO TO 2190-REFUSE
050000        END-IF
050100        MOVE CALC-FH-DATA-GERACAO TO WRK-FH-DATA-GER
050200        MOVE CALC-FH-HORA-GERACAO TO WRK-FH-HORA-GER
050300        MOVE CALC-FH-ORIGEM       TO WRK-FH-ORIGEM
050400        GO TO 2100-EXIT
050500     END-IF.
050600     IF CALC-FH-TIPO EQUAL "D"
050700        IF NOT WRK-FH-VISTO OR WRK-FT-VISTO
050800           MOVE "DETALHE FORA DO HEADER/TRAILER" TO
050900               WRK-FEED-MOTIVO
051000           GO TO 2190-REFUSE
051100        END-IF
051200        IF CALC-FD-DATA NOT NUMERIC
051300              OR CALC-FD-TAXA NOT NUMERIC
051400           MOVE "DETALHE COM DATA OU TAXA NAO NUMERICA" TO
051500               WRK-FEED-MOTIVO
051600           GO TO 2190-REFUSE
051700        END-IF
051800        IF WRK-FE-QTD NOT LESS THAN WRK-FE-MAX
051900           MOVE "FEED COM MAIS TAXAS QUE A TABELA (500)" TO
052000               WRK-FEED-MOTIVO
052100           GO TO 2190-REFUSE
052200        END-IF
052300        ADD 1 TO WRK-FD-COUNT
052400        ADD CALC-FD-TAXA TO WRK-FD-HASH
052500        ADD 1 TO WRK-FE-QTD
052600        MOVE CALC-FD-MOEDA TO WRK-FE-MOEDA(WRK-FE-QTD)
052700        MOVE CALC-FD-DATA  TO WRK-FE-DATA(WRK-FE-QTD)
052800        MOVE CALC-FD-TAXA  TO WRK-FE-TAXA(WRK-FE-QTD)
052900        GO TO 2100-EXIT
053000     END-IF.
053100     IF CALC-FH-TIPO EQUAL "T"
053200        IF NOT WRK-FH-VISTO OR WRK-FT-VISTO
053300           MOVE "TRAILER FORA DE ORDEM" TO WRK-FEED-MOTIVO
053400           GO TO 2190-REFUSE
053500        END-IF
053600        IF CALC-FT-QTD NOT NUMERIC
053700              OR CALC-FT-HASH NOT NUMERIC
053800           MOVE "TRAILER COM QUANTIDADE OU HASH NAO NUMERICO" TO
053900               WRK-FEED-MOTIVO
054000           GO TO 2190-REFUSE
054100        END-IF
054200        MOVE "Y" TO WRK-FT-SW
054300        MOVE CALC-FT-QTD  TO WRK-FT-QTD
054400        MOVE CALC-FT-HASH TO WRK-FT-HASH
054500        GO TO 2100-EXIT
054600     END-IF.
054700     MOVE "REGISTRO DE TIPO DESCONHECIDO NO FEED" TO
054800         WRK-FEED-MOTIVO.
054900 2190-REFUSE.
055000     MOVE "N" TO WRK-FEED-SW.
055100     MOVE "Y" TO WRK-EOF-SW.
055200 2100-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------*
055600*  3000-APPLY-FEED - APLICA NO CALCTAX, UMA A UMA, AS TAXAS DO   *
055700*  FEED ACEITO.                                                  *
055800*----------------------------------------------------------------*
055900 3000-APPLY-FEED.
056000     MOVE ZERO TO WRK-FE-IX.
056100     PERFORM 3100-APPLY-RATE THRU 3100-EXIT
056200         UNTIL WRK-FE-IX NOT LESS THAN WRK-FE-QTD.
056300 3000-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------*
056700*  3100-APPLY-RATE - AVALIA UMA TAXA DO FEED. VIGENCIA DIFERENTE *
056800*  DA DATA DE NEGOCIO, MOEDA EM BRANCO OU TAXA ZERO E RECUSADA.  *
056900*  A MESMA TAXA JA GRAVADA NA MOEDA/DATA NAO MUDA NADA (RETIDA   *
057000*  CONTINUA RETIDA, RECUSADA CONTINUA RECUSADA). DO CONTRARIO A  *
057100*  TAXA E COMPARADA COM A ULTIMA VIGENTE ANTERIOR DA MOEDA:      *
057200*  DENTRO DA TOLERANCIA FICA VIGENTE; ACIMA DELA, OU MOEDA SEM   *
057300*  TAXA ANTERIOR, FICA RETIDA PARA O SUPERVISOR. TAXA DIFERENTE  *
057400*  NA MESMA MOEDA/DATA SUBSTITUI A QUE ESTAVA GRAVADA.           *
057500*----------------------------------------------------------------*
057600 3100-APPLY-RATE.
057700     ADD 1 TO WRK-FE-IX.
057800     MOVE WRK-FE-MOEDA(WRK-FE-IX) TO WRK-MOEDA.
057900     MOVE WRK-FE-DATA(WRK-FE-IX)  TO WRK-DATA-TAXA.
058000     MOVE WRK-FE-TAXA(WRK-FE-IX)  TO WRK-TAXA-NOVA.
058100     MOVE ZERO TO WRK-TAXA-ANT.
058200     MOVE ZERO TO WRK-VARIACAO.
058300     MOVE ZERO TO WRK-TOLERANCIA.
058400     IF WRK-DATA-TAXA NOT EQUAL WRK-RC-DATA-NEG
058500        ADD 1 TO WRK-RECUSA-COUNT
058600        MOVE "RECUSADA - VIGENCIA" TO WRK-DL-SIT-TEXTO
058700        PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
058800        GO TO 3100-EXIT
058900     END-IF.
059000     IF WRK-MOEDA EQUAL SPACES OR WRK-TAXA-NOVA EQUAL ZERO
059100        ADD 1 TO WRK-RECUSA-COUNT
059200        MOVE "RECUSADA - MOEDA/TAXA" TO WRK-DL-SIT-TEXTO
059300        PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
059400        GO TO 3100-EXIT
059500     END-IF.
059600     PERFORM 3400-GET-TOLERANCE THRU 3400-EXIT.
059700     PERFORM 3300-FIND-PREVIOUS THRU 3300-EXIT.
059800     PERFORM 3500-COMPUTE-VARIATION THRU 3500-EXIT.
059900     PERFORM 3200-FIND-SAME-DATE THRU 3200-EXIT.
060000     IF WRK-ACHOU
060100        IF WRK-TX-TAXA(WRK-TAX-MESMA-IX) EQUAL WRK-TAXA-NOVA
060200           PERFORM 3150-SAME-RATE-AGAIN THRU 3150-EXIT
060300           GO TO 3100-EXIT
060400        END-IF
060500     ELSE
060600        IF WRK-TAX-QTD NOT LESS THAN WRK-TAX-MAX
060700           ADD 1 TO WRK-RECUSA-COUNT
060800           MOVE "RECUSADA - TABELA CHEIA" TO WRK-DL-SIT-TEXTO
060900           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
061000           GO TO 3100-EXIT
061100        END-IF
061200        ADD 1 TO WRK-TAX-QTD
061300        MOVE WRK-TAX-QTD TO WRK-TAX-MESMA-IX
061400        MOVE SPACES TO WRK-TAX-ENTRY(WRK-TAX-MESMA-IX)
061500        MOVE WRK-MOEDA     TO WRK-TX-MOEDA(WRK-TAX-MESMA-IX)
061600        MOVE WRK-DATA-TAXA TO WRK-TX-DATA(WRK-TAX-MESMA-IX)
061700     END-IF.
061800     MOVE "Y" TO WRK-TAX-ALTERADA-SW.
061900     MOVE WRK-TAXA-NOVA TO WRK-TX-TAXA(WRK-TAX-MESMA-IX).
062000     MOVE "F" TO WRK-TX-ORIGEM(WRK-TAX-MESMA-IX).
062100     MOVE ZERO TO WRK-TX-DATA-CONF(WRK-TAX-MESMA-IX).
062200     IF WRK-SITUACAO-NOVA EQUAL "C"
062300        MOVE "C" TO WRK-TX-SITUACAO(WRK-TAX-MESMA-IX)
062400        MOVE "CALCTXL" TO WRK-TX-CONFIRM(WRK-TAX-MESMA-IX)
062500        MOVE WRK-DATE-NUM TO WRK-TX-DATA-CONF(WRK-TAX-MESMA-IX)
062600        ADD 1 TO WRK-ACEITA-COUNT
062700        IF WRK-ACHOU
062800           MOVE "ACEITA - SUBSTITUIU" TO WRK-DL-SIT-TEXTO
062900           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
063000        END-IF
063100     ELSE
063200        MOVE "P" TO WRK-TX-SITUACAO(WRK-TAX-MESMA-IX)
063300        MOVE SPACES TO WRK-TX-CONFIRM(WRK-TAX-MESMA-IX)
063400        ADD 1 TO WRK-RETIDA-COUNT
063500        PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
063600     END-IF.
063700 3100-EXIT.
063800     EXIT.
063900
064000*----------------------------------------------------------------*
064100*  3150-SAME-RATE-AGAIN - A TAXA DO FEED JA ESTA GRAVADA NA      *
064200*  MOEDA/DATA (FEED REPETIDO): NADA MUDA, MAS TAXA AINDA RETIDA  *
064300*  OU JA RECUSADA PELO SUPERVISOR VOLTA AO RELATORIO.            *
064400*----------------------------------------------------------------*
064500 3150-SAME-RATE-AGAIN.
064600     ADD 1 TO WRK-REPETIDA-COUNT.
064700     IF WRK-TX-SITUACAO(WRK-TAX-MESMA-IX) EQUAL "P"
064800        MOVE "AINDA RETIDA" TO WRK-DL-SIT-TEXTO
064900        PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
065000     END-IF.
065100     IF WRK-TX-SITUACAO(WRK-TAX-MESMA-IX) EQUAL "R"
065200        MOVE "JA RECUSADA SUPERVISOR" TO WRK-DL-SIT-TEXTO
065300        PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
065400     END-IF.
065500 3150-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------------*
065900*  3200-FIND-SAME-DATE - PROCURA NA TABELA A TAXA DA MOEDA NA    *
066000*  MESMA DATA DE VIGENCIA. DEIXA WRK-TAX-MESMA-IX NA ENTRADA.    *
066100*----------------------------------------------------------------*
066200 3200-FIND-SAME-DATE.
066300     MOVE "N"  TO WRK-ACHOU-SW.
066400     MOVE ZERO TO WRK-TAX-IX.
066500     MOVE ZERO TO WRK-TAX-MESMA-IX.
066600     PERFORM 3250-SCAN-SAME-DATE THRU 3250-EXIT
066700         UNTIL WRK-ACHOU
066800            OR WRK-TAX-IX NOT LESS THAN WRK-TAX-QTD.
066900 3200-EXIT.
067000     EXIT.
067100
067200 3250-SCAN-SAME-DATE.
067300     ADD 1 TO WRK-TAX-IX.
067400     IF WRK-TX-MOEDA(WRK-TAX-IX) EQUAL WRK-MOEDA
067500           AND WRK-TX-DATA(WRK-TAX-IX) EQUAL WRK-DATA-TAXA
067600        MOVE "Y" TO WRK-ACHOU-SW
067700        MOVE WRK-TAX-IX TO WRK-TAX-MESMA-IX
067800     END-IF.
067900 3250-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------*
068300*  3300-FIND-PREVIOUS - PROCURA A ULTIMA TAXA VIGENTE DA MOEDA   *
068400*  COM VIGENCIA ANTERIOR A DATA DA TAXA AVALIADA. SEM NENHUMA,   *
068500*  WRK-TAXA-ANT FICA ZERO (MOEDA NOVA).                          *
068600*----------------------------------------------------------------*
068700 3300-FIND-PREVIOUS.
068800     MOVE ZERO TO WRK-TAXA-ANT.
068900     MOVE ZERO TO WRK-DATA-ANT.
069000     MOVE ZERO TO WRK-TAX-IX.
069100     PERFORM 3350-SCAN-PREVIOUS THRU 3350-EXIT
069200         UNTIL WRK-TAX-IX NOT LESS THAN WRK-TAX-QTD.
069300 3300-EXIT.
069400     EXIT.
069500
069600 3350-SCAN-PREVIOUS.
069700     ADD 1 TO WRK-TAX-IX.
069800     IF WRK-TX-MOEDA(WRK-TAX-IX) EQUAL WRK-MOEDA
069900           AND WRK-TX-DATA(WRK-TAX-IX) LESS THAN WRK-DATA-TAXA
070000           AND WRK-TX-DATA(WRK-TAX-IX) NOT LESS THAN WRK-DATA-ANT
070100           AND (WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL SPACE
070200            OR WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL "C")
070300        MOVE WRK-TX-DATA(WRK-TAX-IX) TO WRK-DATA-ANT
070400        MOVE WRK-TX-TAXA(WRK-TAX-IX) TO WRK-TAXA-ANT
070500     END-IF.
070600 3350-EXIT.
070700     EXIT.
070800
070900*----------------------------------------------------------------*
071000*  3400-GET-TOLERANCE - TOLERANCIA DA MOEDA NO CALCTOL, OU A     *
071100*  PADRAO QUANDO A MOEDA NAO TEM REGISTRO PROPRIO.               *
071200*----------------------------------------------------------------*
071300 3400-GET-TOLERANCE.
071400     MOVE WRK-TOL-PADRAO TO WRK-TOLERANCIA.
071500     MOVE "N"  TO WRK-ACHOU-SW.
071600     MOVE ZERO TO WRK-TL-IX.
071700     PERFORM 3450-SCAN-TOLERANCE THRU 3450-EXIT
071800         UNTIL WRK-ACHOU
071900            OR WRK-TL-IX NOT LESS THAN WRK-TL-QTD.
072000 3400-EXIT.
072100     EXIT.
072200
072300 3450-SCAN-TOLERANCE.
072400     ADD 1 TO WRK-TL-IX.
072500     IF WRK-TL-MOEDA(WRK-TL-IX) EQUAL WRK-MOEDA
072600        MOVE "Y" TO WRK-ACHOU-SW
072700        MOVE WRK-TL-PERC(WRK-TL-IX) TO WRK-TOLERANCIA
072800     END-IF.
072900 3450-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------------*
073300*  3500-COMPUTE-VARIATION - VARIACAO PERCENTUAL DA TAXA NOVA     *
073400*  SOBRE A ANTERIOR E A SITUACAO RESULTANTE: "C" DENTRO DA       *
073500*  TOLERANCIA (PARA MAIS OU PARA MENOS), "P" ACIMA DELA OU SEM   *
073600*  TAXA ANTERIOR.                                                *
073700*----------------------------------------------------------------*
073800 3500-COMPUTE-VARIATION.
073900     MOVE ZERO TO WRK-VARIACAO.
074000     IF WRK-TAXA-ANT EQUAL ZERO
074100        MOVE "P" TO WRK-SITUACAO-NOVA
074200        MOVE "RETIDA - MOEDA NOVA" TO WRK-DL-SIT-TEXTO
074300        GO TO 3500-EXIT
074400     END-IF.
074500     COMPUTE WRK-VARIACAO ROUNDED =
074600         (WRK-TAXA-NOVA - WRK-TAXA-ANT) * 100 / WRK-TAXA-ANT
074700         ON SIZE ERROR
074800             MOVE 9999999.99 TO WRK-VARIACAO
074900     END-COMPUTE.
075000     MOVE WRK-VARIACAO TO WRK-VAR-ABS.
075100     IF WRK-VAR-ABS GREATER THAN WRK-TOLERANCIA
075200        MOVE "P" TO WRK-SITUACAO-NOVA
075300        MOVE "RETIDA - VARIACAO" TO WRK-DL-SIT-TEXTO
075400     ELSE
075500        MOVE "C" TO WRK-SITUACAO-NOVA
075600     END-IF.
075700 3500-EXIT.
075800     EXIT.
075900
076000*----------------------------------------------------------------*
076100*  3800-REWRITE-RATES - REGRAVA O CALCTAX A PARTIR DA TABELA.    *
076150*  SE O ARQUIVO NAO ABRE, A DATA FICA BLOQUEADA.                 *
076200*----------------------------------------------------------------*
076300 3800-REWRITE-RATES.
076400     OPEN OUTPUT CALC-TAX-FILE.
076500     IF CALC-TAX-STATUS NOT = "00"
076600        DISPLAY "CALCTXL - ERRO " CALC-TAX-STATUS
076700            " AO REGRAVAR O CALCTAX - TAXAS NAO GRAVADAS"
076800        MOVE ZERO TO WRK-TAX-QTD
076850        MOVE "Y" TO WRK-TAX-ERRO-SW
076900        GO TO 3800-EXIT
077000     END-IF.
077100     MOVE ZERO TO WRK-TAX-IX.
077200     PERFORM 3850-WRITE-RATE THRU 3850-EXIT
077300         UNTIL WRK-TAX-IX NOT LESS THAN WRK-TAX-QTD.
077400     CLOSE CALC-TAX-FILE.
077500 3800-EXIT.
077600     EXIT.
077700
077800 3850-WRITE-RATE.
077900     ADD 1 TO WRK-TAX-IX.
078000     MOVE WRK-TAX-ENTRY(WRK-TAX-IX) TO CALC-TAX-RECORD.
078100     WRITE CALC-TAX-RECORD.
078200 3850-EXIT.
078300     EXIT.
078400
078420*----------------------------------------------------------------*
078440*  4000-SIGN-SUPERVISOR - PEDE O ID E A SENHA DO SUPERVISOR, QUE *
078460*  TEM DE ESTAR ATIVO NO CADASTRO DE OPERADORES (CALCOPR) COM    *
078490*  AUTORIDADE DE APROVADOR. SENHA ERRADA CONTA TENTATIVA E       *
078510*  BLOQUEIA NO LIMITE, COMO NA ASSINATURA ONLINE; SENHA VENCIDA  *
078530*  OU AINDA INICIAL TEM DE SER TROCADA ANTES NUMA TRANSACAO      *
078560*  ONLINE. RECUSA E BLOQUEIO VAO PARA O LOG DE SEGURANCA         *
078580*  (CALCSGL) E A CONFIRMACAO NAO E FEITA.                        *
078600*----------------------------------------------------------------*
078630 4000-SIGN-SUPERVISOR.
078650     DISPLAY "CALCTXL - SUPERVISOR (ID NO CALCOPR): ".
078670     ACCEPT WRK-SUPERVISOR FROM CONSOLE.
078700     DISPLAY "CALCTXL - SENHA DO SUPERVISOR: ".
078720     ACCEPT WRK-SENHA-DIG FROM CONSOLE.
078740     MOVE SPACES TO WRK-SG-TIPO.
078770     MOVE SPACES TO WRK-SIGNON-MSG.
078790     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
078810     ACCEPT WRK-SG-HORA-CS FROM TIME.
078840     IF WRK-SUPERVISOR EQUAL SPACES
078860        MOVE "SUPERVISOR NAO INFORMADO" TO WRK-SIGNON-MSG
078880        GO TO 4000-RECUSA
078910     END-IF.
078930     OPEN I-O CALC-OPR-FILE.
078950     IF CALC-OPR-STATUS NOT = "00"
078980        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
079000            TO WRK-SIGNON-MSG
079020        GO TO 4000-RECUSA
079050     END-IF.
079070     MOVE WRK-SUPERVISOR TO CALC-OP-ID.
079090     READ CALC-OPR-FILE
079120         INVALID KEY
079140             MOVE "OI" TO WRK-SG-TIPO
079160             MOVE "ID NAO CADASTRADO NO CALCOPR"
079190                 TO WRK-SG-DESCRICAO
079210             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
079230             GO TO 4000-FECHA
079260     END-READ.
079280     IF CALC-OP-SITUACAO EQUAL "S"
079300        MOVE "TS" TO WRK-SG-TIPO
079330        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
079350            TO WRK-SG-DESCRICAO
079370        MOVE "OPERADOR SUSPENSO" TO WRK-SIGNON-MSG
079400        GO TO 4000-FECHA
079420     END-IF.
079440     IF CALC-OP-SITUACAO EQUAL "B"
079470        MOVE "TB" TO WRK-SG-TIPO
079490        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
079510            TO WRK-SG-DESCRICAO
079540        MOVE "OPERADOR BLOQUEADO" TO WRK-SIGNON-MSG
079560        GO TO 4000-FECHA
079580     END-IF.
079610     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
079630     PERFORM 4050-HASH-PASSWORD THRU 4050-EXIT.
079650     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
079680        ADD 1 TO CALC-OP-TENTATIVAS
079700        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
079720           MOVE "B"  TO CALC-OP-SITUACAO
079750           MOVE "BL" TO WRK-SG-TIPO
079770           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
079790               TO WRK-SG-DESCRICAO
079820           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
079840               TO WRK-SIGNON-MSG
079860        ELSE
079890           MOVE "FS" TO WRK-SG-TIPO
079910           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
079930           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
079960        END-IF
079980        REWRITE CALC-OPR-RECORD
080000        GO TO 4000-FECHA
080030     END-IF.
080050     COMPUTE WRK-SENHA-DIAS =
080070         FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
080100       - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA).
080120     IF CALC-OP-TROCA-SENHA EQUAL "S"
080140        OR WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
080170        MOVE "SENHA VENCIDA - TROQUE NUMA TRANSACAO ONLINE"
080190            TO WRK-SIGNON-MSG
080210        GO TO 4000-FECHA
080240     END-IF.
080260     IF CALC-OP-APROVADOR NOT EQUAL "S"
080280        MOVE "SN" TO WRK-SG-TIPO
080310        MOVE "CONFIRMACAO DE TAXAS SEM AUTORIDADE DE APROVADOR"
080330            TO WRK-SG-DESCRICAO
080350        MOVE "SEM AUTORIDADE DE APROVADOR" TO WRK-SIGNON-MSG
080380        GO TO 4000-FECHA
080400     END-IF.
080420     MOVE ZERO        TO CALC-OP-TENTATIVAS.
080450     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
080470     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
080490     REWRITE CALC-OPR-RECORD.
080510     CLOSE CALC-OPR-FILE.
080540     GO TO 4000-EXIT.
080560 4000-FECHA.
080580     CLOSE CALC-OPR-FILE.
080610 4000-RECUSA.
080630     IF WRK-SG-TIPO NOT EQUAL SPACES
080650        PERFORM 4090-WRITE-SECLOG THRU 4090-EXIT
080680     END-IF.
080700     DISPLAY "CALCTXL - " WRK-SUPERVISOR " " WRK-SIGNON-MSG.
080720     DISPLAY "CALCTXL - EXECUCAO RECUSADA".
080750     STOP RUN.
080770 4000-EXIT.
080790     EXIT.
080820
080840*----------------------------------------------------------------*
080860*  4050-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
080890*  O ID DO PERFIL (CALC-OP-ID): PARTINDO DE ZERO, CADA UMA DAS   *
080910*  16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +       *
080930*  CODIGO DA POSICAO) MODULO 999999999999989. E A MESMA CONTA DA *
080960*  ASSINATURA ONLINE (PARAGRAFO 1750 DA CALCONL, CALCENT,        *
080980*  CALCAPR, CALCEXW, CALCADM, CALCCAD E CALCIPC) E DO CALCOPCV.  *
081000*----------------------------------------------------------------*
081030 4050-HASH-PASSWORD.
081050     MOVE CALC-OP-ID TO WRK-SH-ID.
081070     MOVE ZERO TO WRK-SH-VALOR.
081100     MOVE ZERO TO WRK-SH-IX.
081120     PERFORM 4060-HASH-BYTE THRU 4060-EXIT
081140         UNTIL WRK-SH-IX NOT LESS THAN 16.
081170 4050-EXIT.
081190     EXIT.
081210
081240 4060-HASH-BYTE.
081260     ADD 1 TO WRK-SH-IX.
081280     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
081310         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
081330     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
081350         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
081380 4060-EXIT.
081400     EXIT.
081420
081450*----------------------------------------------------------------*
081470*  4090-WRITE-SECLOG - GRAVA A RECUSA NO LOG DE SEGURANCA        *
081490*  (CALCSGL), COM TERMINAL "BTCH", CRIANDO-O NA PRIMEIRA         *
081520*  GRAVACAO. EVENTOS DO MESMO SEGUNDO GANHAM A SEQUENCIA         *
081540*  SEGUINTE.                                                     *
081560*----------------------------------------------------------------*
081590 4090-WRITE-SECLOG.
081610     OPEN I-O CALC-SGL-FILE.
081630     IF CALC-SGL-STATUS EQUAL "35"
081660        OPEN OUTPUT CALC-SGL-FILE
081680        CLOSE CALC-SGL-FILE
081700        OPEN I-O CALC-SGL-FILE
081730     END-IF.
081750     IF CALC-SGL-STATUS NOT = "00"
081770        DISPLAY "CALCTXL - ERRO " CALC-SGL-STATUS
081800            " AO ABRIR O LOG DE SEGURANCA (CALCSGL)"
081820        GO TO 4090-EXIT
081840     END-IF.
081870     MOVE SPACES           TO CALC-SGL-RECORD.
081890     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
081910     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
081940     MOVE "BTCH"           TO CALC-SG-TERMINAL.
081960     MOVE ZERO             TO CALC-SG-SEQ.
081980     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
082010     MOVE WRK-SUPERVISOR   TO CALC-SG-OPERADOR.
082030     MOVE SPACES           TO CALC-SG-ADMIN.
082050     MOVE SPACES           TO CALC-SG-TRANSACAO.
082080     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
082100     MOVE "N" TO WRK-SGL-SW.
082120     PERFORM 4095-TRY-WRITE-SECLOG THRU 4095-EXIT
082150         UNTIL WRK-SGL-GRAVADO
082170            OR CALC-SG-SEQ NOT LESS THAN 999.
082190     CLOSE CALC-SGL-FILE.
082220 4090-EXIT.
082240     EXIT.
082260
082290 4095-TRY-WRITE-SECLOG.
082310     ADD 1 TO CALC-SG-SEQ.
082330     WRITE CALC-SGL-RECORD
082360         INVALID KEY
082380             GO TO 4095-EXIT
082400     END-WRITE.
082430     MOVE "Y" TO WRK-SGL-SW.
082450 4095-EXIT.
082470     EXIT.
082480
082500*----------------------------------------------------------------*
082600*  4100-CONFIRM-HELD - APRESENTA NO CONSOLE CADA TAXA RETIDA DA  *
082700*  DATA DE NEGOCIO PARA A DECISAO DO SUPERVISOR.                 *
082800*----------------------------------------------------------------*
082900 4100-CONFIRM-HELD.
083000     MOVE ZERO TO WRK-TAX-MESMA-IX.
083100     PERFORM 4200-CONFIRM-ONE THRU 4200-EXIT
083200         UNTIL WRK-TAX-MESMA-IX NOT LESS THAN WRK-TAX-QTD.
083300     IF WRK-CONFIRMA-COUNT + WRK-REJEITA-COUNT +
083400           WRK-MANTIDA-COUNT EQUAL ZERO
083500        DISPLAY "CALCTXL - NENHUMA TAXA RETIDA NA DATA "
083600            WRK-RC-DATA-NEG
083700     END-IF.
083800 4100-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------*
084200*  4200-CONFIRM-ONE - MOSTRA A TAXA RETIDA COM A ANTERIOR E A    *
084300*  VARIACAO, E APLICA A DECISAO: C CONFIRMA (TAXA PASSA A        *
084400*  VIGENTE COM O ID DO SUPERVISOR), R RECUSA, QUALQUER OUTRA     *
084500*  TECLA MANTEM RETIDA. TODA DECISAO VAI PARA O CALCTXR.         *
084600*----------------------------------------------------------------*
084700 4200-CONFIRM-ONE.
084800     ADD 1 TO WRK-TAX-MESMA-IX.
084900     IF WRK-TX-DATA(WRK-TAX-MESMA-IX) NOT EQUAL WRK-RC-DATA-NEG
085000           OR WRK-TX-SITUACAO(WRK-TAX-MESMA-IX) NOT EQUAL "P"
085100        GO TO 4200-EXIT
085200     END-IF.
085300     MOVE WRK-TX-MOEDA(WRK-TAX-MESMA-IX) TO WRK-MOEDA.
085400     MOVE WRK-TX-DATA(WRK-TAX-MESMA-IX)  TO WRK-DATA-TAXA.
085500     MOVE WRK-TX-TAXA(WRK-TAX-MESMA-IX)  TO WRK-TAXA-NOVA.
085600     PERFORM 3400-GET-TOLERANCE THRU 3400-EXIT.
085700     PERFORM 3300-FIND-PREVIOUS THRU 3300-EXIT.
085800     PERFORM 3500-COMPUTE-VARIATION THRU 3500-EXIT.
085900     MOVE WRK-TAXA-NOVA TO WRK-DSP-TAXA-NOVA.
086000     MOVE WRK-TAXA-ANT  TO WRK-DSP-TAXA-ANT.
086100     MOVE WRK-VARIACAO  TO WRK-DSP-VARIACAO.
086200     IF WRK-TAXA-ANT EQUAL ZERO
086300        DISPLAY "CALCTXL - MOEDA " WRK-MOEDA " TAXA "
086400            WRK-DSP-TAXA-NOVA " - MOEDA SEM TAXA ANTERIOR"
086500     ELSE
086600        DISPLAY "CALCTXL - MOEDA " WRK-MOEDA " TAXA "
086700            WRK-DSP-TAXA-NOVA " ANTERIOR " WRK-DSP-TAXA-ANT
086800            " VARIACAO " WRK-DSP-VARIACAO "%"
086900     END-IF.
087000     DISPLAY "CALCTXL - C-CONFIRMA / R-RECUSA / OUTRA-MANTEM "
087100         "RETIDA: ".
087200     ACCEPT WRK-DECISAO FROM CONSOLE.
087300     IF WRK-DECISAO EQUAL "C"
087400        MOVE "C" TO WRK-TX-SITUACAO(WRK-TAX-MESMA-IX)
087500        MOVE WRK-SUPERVISOR TO WRK-TX-CONFIRM(WRK-TAX-MESMA-IX)
087600        MOVE WRK-DATE-NUM TO WRK-TX-DATA-CONF(WRK-TAX-MESMA-IX)
087700        MOVE "Y" TO WRK-TAX-ALTERADA-SW
087800        ADD 1 TO WRK-CONFIRMA-COUNT
087900        MOVE "CONFIRMADA SUPERVISOR" TO WRK-DL-SIT-TEXTO
088000     ELSE
088100        IF WRK-DECISAO EQUAL "R"
088200           MOVE "R" TO WRK-TX-SITUACAO(WRK-TAX-MESMA-IX)
088300           MOVE WRK-SUPERVISOR TO WRK-TX-CONFIRM(WRK-TAX-MESMA-IX)
088400           MOVE WRK-DATE-NUM TO WRK-TX-DATA-CONF(WRK-TAX-MESMA-IX)
088500           MOVE "Y" TO WRK-TAX-ALTERADA-SW
088600           ADD 1 TO WRK-REJEITA-COUNT
088700           MOVE "RECUSADA SUPERVISOR" TO WRK-DL-SIT-TEXTO
088800        ELSE
088900           ADD 1 TO WRK-MANTIDA-COUNT
089000           MOVE "MANTIDA RETIDA" TO WRK-DL-SIT-TEXTO
089100        END-IF
089200     END-IF.
089300     PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT.
089400 4200-EXIT.
089500     EXIT.
089600
089700*----------------------------------------------------------------*
089800*  5000-CHECK-DATE-READY - A DATA SO FICA LIBERADA SEM NENHUMA   *
089900*  TAXA RETIDA NELA E COM TAXA VIGENTE NA PROPRIA DATA PARA CADA *
090000*  MOEDA EXIGIDA: AS DO CALCTOL OU, SEM ELAS, TODAS AS MOEDAS DO *
090100*  CALCTAX. NA CARGA, FEED RECUSADO TAMBEM NAO LIBERA. CADA      *
090200*  MOEDA SEM TAXA VIGENTE NA DATA SAI NO RELATORIO COM A DATA DA *
090300*  ULTIMA TAXA VIGENTE (TAXA VENCIDA). CALCTAX NAO REGRAVADO     *
090350*  TAMBEM NAO LIBERA.                                            *
090400*----------------------------------------------------------------*
090500 5000-CHECK-DATE-READY.
090600     MOVE ZERO TO WRK-PENDENTE-COUNT.
090700     MOVE ZERO TO WRK-TAX-IX.
090800     PERFORM 5050-COUNT-HELD THRU 5050-EXIT
090900         UNTIL WRK-TAX-IX NOT LESS THAN WRK-TAX-QTD.
091000     PERFORM 5100-BUILD-REQUIRED THRU 5100-EXIT.
091100     MOVE ZERO TO WRK-FALTA-COUNT.
091200     MOVE ZERO TO WRK-MR-IX.
091300     PERFORM 5200-CHECK-REQUIRED THRU 5200-EXIT
091400         UNTIL WRK-MR-IX NOT LESS THAN WRK-MR-QTD.
091500     MOVE "Y" TO WRK-PRONTA-SW.
091600     IF WRK-PENDENTE-COUNT GREATER THAN ZERO
091700           OR WRK-FALTA-COUNT GREATER THAN ZERO
091800        MOVE "N" TO WRK-PRONTA-SW
091900     END-IF.
092000     IF WRK-FUNCAO-CARGA AND NOT WRK-FEED-ACEITO
092100        MOVE "N" TO WRK-PRONTA-SW
092200     END-IF.
092220     IF WRK-TAX-NAO-GRAVADA
092250        MOVE "N" TO WRK-PRONTA-SW
092270     END-IF.
092300 5000-EXIT.
092400     EXIT.
092500
092600 5050-COUNT-HELD.
092700     ADD 1 TO WRK-TAX-IX.
092800     IF WRK-TX-DATA(WRK-TAX-IX) EQUAL WRK-RC-DATA-NEG
092900           AND WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL "P"
093000        ADD 1 TO WRK-PENDENTE-COUNT
093100     END-IF.
093200 5050-EXIT.
093300     EXIT.
093400
093500*----------------------------------------------------------------*
093600*  5100-BUILD-REQUIRED - MONTA A LISTA DE MOEDAS QUE PRECISAM DE *
093700*  TAXA VIGENTE NA DATA.                                         *
093800*----------------------------------------------------------------*
093900 5100-BUILD-REQUIRED.
094000     MOVE ZERO TO WRK-MR-QTD.
094100     IF WRK-TL-QTD GREATER THAN ZERO
094200        MOVE ZERO TO WRK-TL-IX
094300        PERFORM 5120-ADD-FROM-TOLERANCE THRU 5120-EXIT
094400            UNTIL WRK-TL-IX NOT LESS THAN WRK-TL-QTD
094500     ELSE
094600        MOVE ZERO TO WRK-TAX-IX
094700        PERFORM 5140-ADD-FROM-RATES THRU 5140-EXIT
094800            UNTIL WRK-TAX-IX NOT LESS THAN WRK-TAX-QTD
094900     END-IF.
095000 5100-EXIT.
095100     EXIT.
095200
095300 5120-ADD-FROM-TOLERANCE.
095400     ADD 1 TO WRK-TL-IX.
095500     MOVE WRK-TL-MOEDA(WRK-TL-IX) TO WRK-MOEDA.
095600     PERFORM 5160-ADD-REQUIRED THRU 5160-EXIT.
095700 5120-EXIT.
095800     EXIT.
095900
096000 5140-ADD-FROM-RATES.
096100     ADD 1 TO WRK-TAX-IX.
096200     MOVE WRK-TX-MOEDA(WRK-TAX-IX) TO WRK-MOEDA.
096300     PERFORM 5160-ADD-REQUIRED THRU 5160-EXIT.
096400 5140-EXIT.
096500     EXIT.
096600
096700 5160-ADD-REQUIRED.
096800     MOVE "N"  TO WRK-ACHOU-SW.
096900     MOVE ZERO TO WRK-MR-IX.
097000     PERFORM 5170-SCAN-REQUIRED THRU 5170-EXIT
097100         UNTIL WRK-ACHOU
097200            OR WRK-MR-IX NOT LESS THAN WRK-MR-QTD.
097300     IF NOT WRK-ACHOU
097400           AND WRK-MR-QTD LESS THAN WRK-MR-MAX
097500        ADD 1 TO WRK-MR-QTD
097600        MOVE WRK-MOEDA TO WRK-MR-MOEDA(WRK-MR-QTD)
097700     END-IF.
097800 5160-EXIT.
097900     EXIT.
098000
098100 5170-SCAN-REQUIRED.
098200     ADD 1 TO WRK-MR-IX.
098300     IF WRK-MR-MOEDA(WRK-MR-IX) EQUAL WRK-MOEDA
098400        MOVE "Y" TO WRK-ACHOU-SW
098500     END-IF.
098600 5170-EXIT.
098700     EXIT.
098800
098900*----------------------------------------------------------------*
099000*  5200-CHECK-REQUIRED - CONFERE SE A MOEDA EXIGIDA TEM TAXA     *
099100*  VIGENTE NA DATA DE NEGOCIO; SEM ELA IMPRIME A LINHA DE FALTA  *
099200*  DIZENDO SE HA SO TAXA RETIDA/RECUSADA E QUAL A ULTIMA         *
099300*  VIGENTE.                                                      *
099400*----------------------------------------------------------------*
099500 5200-CHECK-REQUIRED.
099600     ADD 1 TO WRK-MR-IX.
099700     MOVE WRK-MR-MOEDA(WRK-MR-IX) TO WRK-MOEDA.
099800     MOVE "N"  TO WRK-MR-VIGENTE-SW.
099900     MOVE "N"  TO WRK-MR-RETIDA-SW.
100000     MOVE "N"  TO WRK-MR-RECUSADA-SW.
100100     MOVE ZERO TO WRK-MR-ULT-DATA.
100200     MOVE ZERO TO WRK-TAX-IX.
100300     PERFORM 5250-SCAN-DATE-RATE THRU 5250-EXIT
100400         UNTIL WRK-TAX-IX NOT LESS THAN WRK-TAX-QTD.
100500     IF WRK-MR-VIGENTE
100600        GO TO 5200-EXIT
100700     END-IF.
100800     ADD 1 TO WRK-FALTA-COUNT.
100900     MOVE WRK-MOEDA TO WRK-FL-MOEDA.
101000     MOVE "SEM TAXA NA DATA" TO WRK-FL-TEXTO.
101100     IF WRK-MR-RECUSADA-SW EQUAL "Y"
101200        MOVE "SO TAXA RECUSADA" TO WRK-FL-TEXTO
101300     END-IF.
101400     IF WRK-MR-RETIDA-SW EQUAL "Y"
101500        MOVE "SO TAXA RETIDA" TO WRK-FL-TEXTO
101600     END-IF.
101700     IF WRK-MR-ULT-DATA EQUAL ZERO
101800        MOVE " - NUNCA TEVE TAXA VIGENTE" TO WRK-FL-ULT-TEXTO
101900        MOVE SPACES TO WRK-FL-ULT-DATA
102000     ELSE
102100        MOVE " - ULTIMA TAXA VIGENTE: " TO WRK-FL-ULT-TEXTO
102200        MOVE WRK-MR-ULT-DATA TO WRK-FL-ULT-DATA
102300     END-IF.
102400     MOVE WRK-TXR-FALTA TO CALC-TXR-RECORD.
102500     WRITE CALC-TXR-RECORD.
102600 5200-EXIT.
102700     EXIT.
102800
102900 5250-SCAN-DATE-RATE.
103000     ADD 1 TO WRK-TAX-IX.
103100     IF WRK-TX-MOEDA(WRK-TAX-IX) NOT EQUAL WRK-MOEDA
103200           OR WRK-TX-DATA(WRK-TAX-IX) GREATER THAN
103300              WRK-RC-DATA-NEG
103400        GO TO 5250-EXIT
103500     END-IF.
103600     IF WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL SPACE
103700           OR WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL "C"
103800        IF WRK-TX-DATA(WRK-TAX-IX) EQUAL WRK-RC-DATA-NEG
103900           MOVE "Y" TO WRK-MR-VIGENTE-SW
104000        END-IF
104100        IF WRK-TX-DATA(WRK-TAX-IX) GREATER THAN WRK-MR-ULT-DATA
104200           MOVE WRK-TX-DATA(WRK-TAX-IX) TO WRK-MR-ULT-DATA
104300        END-IF
104400        GO TO 5250-EXIT
104500     END-IF.
104600     IF WRK-TX-DATA(WRK-TAX-IX) EQUAL WRK-RC-DATA-NEG
104700        IF WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL "P"
104800           MOVE "Y" TO WRK-MR-RETIDA-SW
104900        END-IF
105000        IF WRK-TX-SITUACAO(WRK-TAX-IX) EQUAL "R"
105100           MOVE "Y" TO WRK-MR-RECUSADA-SW
105200        END-IF
105300     END-IF.
105400 5250-EXIT.
105500     EXIT.
105600
105700*----------------------------------------------------------------*
105800*  5500-PRINT-SUMMARY - CONTAGENS DA EXECUCAO E A LINHA FINAL:   *
105900*  TAXAS LIBERADAS OU O BLOQUEIO DO CICLO NA DATA.               *
106000*----------------------------------------------------------------*
106100 5500-PRINT-SUMMARY.
106200     MOVE SPACES TO CALC-TXR-RECORD.
106300     WRITE CALC-TXR-RECORD.
106400     IF WRK-FUNCAO-CARGA
106500        MOVE "TAXAS NO FEED (CALCTXF)          : " TO
106600            WRK-TXC-TEXTO
106700        MOVE WRK-FD-COUNT TO WRK-TXC-QTD
106800        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
106900        MOVE "ACEITAS DENTRO DA TOLERANCIA     : " TO
107000            WRK-TXC-TEXTO
107100        MOVE WRK-ACEITA-COUNT TO WRK-TXC-QTD
107200        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
107300        MOVE "RETIDAS PARA O SUPERVISOR        : " TO
107400            WRK-TXC-TEXTO
107500        MOVE WRK-RETIDA-COUNT TO WRK-TXC-QTD
107600        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
107700        MOVE "RECUSADAS NA CARGA               : " TO
107800            WRK-TXC-TEXTO
107900        MOVE WRK-RECUSA-COUNT TO WRK-TXC-QTD
108000        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
108100        MOVE "JA GRAVADAS (FEED REPETIDO)      : " TO
108200            WRK-TXC-TEXTO
108300        MOVE WRK-REPETIDA-COUNT TO WRK-TXC-QTD
108400        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
108500     ELSE
108600        MOVE "CONFIRMADAS PELO SUPERVISOR      : " TO
108700            WRK-TXC-TEXTO
108800        MOVE WRK-CONFIRMA-COUNT TO WRK-TXC-QTD
108900        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
109000        MOVE "RECUSADAS PELO SUPERVISOR        : " TO
109100            WRK-TXC-TEXTO
109200        MOVE WRK-REJEITA-COUNT TO WRK-TXC-QTD
109300        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
109400        MOVE "MANTIDAS RETIDAS                 : " TO
109500            WRK-TXC-TEXTO
109600        MOVE WRK-MANTIDA-COUNT TO WRK-TXC-QTD
109700        PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT
109800     END-IF.
109900     MOVE "TAXAS RETIDAS NA DATA            : " TO WRK-TXC-TEXTO.
110000     MOVE WRK-PENDENTE-COUNT TO WRK-TXC-QTD.
110100     PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT.
110200     MOVE "MOEDAS SEM TAXA VIGENTE NA DATA  : " TO WRK-TXC-TEXTO.
110300     MOVE WRK-FALTA-COUNT TO WRK-TXC-QTD.
110400     PERFORM 5700-PRINT-CONTAGEM THRU 5700-EXIT.
110500     MOVE SPACES TO CALC-TXR-RECORD.
110600     WRITE CALC-TXR-RECORD.
110700     IF WRK-FUNCAO-CARGA AND NOT WRK-FEED-ACEITO
110800        MOVE "FEED RECUSADO: " TO WRK-TXR-AVISO(1:15)
110900        MOVE WRK-FEED-MOTIVO TO WRK-TXR-AVISO(16:50)
111000        PERFORM 5750-PRINT-AVISO THRU 5750-EXIT
111100        DISPLAY "CALCTXL - FEED RECUSADO: " WRK-FEED-MOTIVO
111200     END-IF.
111300     IF WRK-DATA-PRONTA
111400        MOVE "TAXAS DA DATA LIBERADAS PARA O CICLO" TO
111500            WRK-TXR-AVISO
111600     ELSE
111700        MOVE "BLOQUEIO: TAXAS DA DATA RETIDAS OU AUSENTES - " TO
111800            WRK-TXR-AVISO(1:46)
111900        MOVE "CICLO NAO LIBERADO" TO WRK-TXR-AVISO(47:18)
112000     END-IF.
112100     PERFORM 5750-PRINT-AVISO THRU 5750-EXIT.
112200 5500-EXIT.
112300     EXIT.
112400
112500 5700-PRINT-CONTAGEM.
112600     MOVE WRK-TXR-CONTAGEM TO CALC-TXR-RECORD.
112700     WRITE CALC-TXR-RECORD.
112800 5700-EXIT.
112900     EXIT.
113000
113100 5750-PRINT-AVISO.
113200     MOVE WRK-TXR-AVISO TO CALC-TXR-RECORD.
113300     WRITE CALC-TXR-RECORD.
113400     MOVE SPACES TO WRK-TXR-AVISO.
113500 5750-EXIT.
113600     EXIT.
113700
113800*----------------------------------------------------------------*
113900*  5800-PRINT-DETAIL - IMPRIME A LINHA DE EXCECAO DA TAXA        *
114000*  AVALIADA (OU DA DECISAO DO SUPERVISOR).                       *
114100*----------------------------------------------------------------*
114200 5800-PRINT-DETAIL.
114300     MOVE WRK-MOEDA        TO WRK-DL-MOEDA.
114400     MOVE WRK-DATA-TAXA    TO WRK-DL-DATA.
114500     MOVE WRK-TAXA-ANT     TO WRK-DL-TAXA-ANT.
114600     MOVE WRK-TAXA-NOVA    TO WRK-DL-TAXA-NOVA.
114700     MOVE WRK-VARIACAO     TO WRK-DL-VARIACAO.
114800     MOVE WRK-TOLERANCIA   TO WRK-DL-TOLERANCIA.
114900     MOVE WRK-DL-SIT-TEXTO TO WRK-DL-SITUACAO.
115000     MOVE WRK-TXR-DETALHE  TO CALC-TXR-RECORD.
115100     WRITE CALC-TXR-RECORD.
115200 5800-EXIT.
115300     EXIT.
115400
115500*----------------------------------------------------------------*
115600*  5900-OPEN-REPORT - A CARGA ABRE O RELATORIO DE EXCECOES DO    *
115700*  ZERO; A CONFIRMACAO DO SUPERVISOR ACRESCENTA A SUA SECAO AO   *
115800*  RELATORIO DA CARGA, QUE FICA COMO REGISTRO DAS DECISOES.      *
115900*----------------------------------------------------------------*
116000 5900-OPEN-REPORT.
116100     IF WRK-FUNCAO-CARGA
116200        OPEN OUTPUT CALC-TXR-FILE
116300        MOVE "CALCTXL - EXCECOES DA CARGA DE TAXAS - DATA: " TO
116400            WRK-TIT-TEXTO
116500     ELSE
116600        OPEN EXTEND CALC-TXR-FILE
116700        IF CALC-TXR-STATUS NOT = "00"
116800           OPEN OUTPUT CALC-TXR-FILE
116900        END-IF
117000        MOVE SPACES TO CALC-TXR-RECORD
117100        WRITE CALC-TXR-RECORD
117200        MOVE "CALCTXL - CONFIRMACOES DO SUPERVISOR - DATA: " TO
117300            WRK-TIT-TEXTO
117400     END-IF.
117500     MOVE WRK-RC-DATA-NEG TO WRK-TIT-DATA.
117600     MOVE WRK-TXR-TITULO TO CALC-TXR-RECORD.
117700     WRITE CALC-TXR-RECORD.
117800     IF WRK-FUNCAO-CARGA AND WRK-FH-VISTO
117900        MOVE WRK-FH-DATA-GER TO WRK-TFD-DATA
118000        MOVE WRK-FH-HORA-GER TO WRK-TFD-HORA
118100        MOVE WRK-FH-ORIGEM   TO WRK-TFD-ORIGEM
118200        MOVE WRK-TXR-FEED TO CALC-TXR-RECORD
118300        WRITE CALC-TXR-RECORD
118400     END-IF.
118500     IF WRK-FUNCAO-SUPERVISOR
118600        MOVE "SUPERVISOR: " TO WRK-TXR-AVISO(1:12)
118700        MOVE WRK-SUPERVISOR TO WRK-TXR-AVISO(13:8)
118800        PERFORM 5750-PRINT-AVISO THRU 5750-EXIT
118900     END-IF.
119000     MOVE SPACES TO CALC-TXR-RECORD.
119100     WRITE CALC-TXR-RECORD.
119200     MOVE WRK-TXR-COLUNAS TO CALC-TXR-RECORD.
119300     WRITE CALC-TXR-RECORD.
119400 5900-EXIT.
119500     EXIT.
119600
119700*----------------------------------------------------------------*
119800*  6000-CHECK-RUN-CONTROL - CONFERE NO MASTER DE CONTROLE DE     *
119900*  EXECUCAO (CALCRUN) O PASSO CALCTXL NA DATA DE NEGOCIO. DATA   *
120000*  JA LIBERADA ("OK") SO RECARREGA COM CONFIRMACAO DO OPERADOR   *
120100*  (FEED CORRIGIDO PELA TESOURARIA); CARGA ANTERIOR AINDA        *
120200*  BLOQUEADA ("EX") PROSSEGUE COM AVISO. NO FIM CARIMBA O INICIO *
120300*  DESTA EXECUCAO, O QUE BLOQUEIA O CICLO ATE A DATA SER         *
120400*  LIBERADA DE NOVO.                                             *
120500*----------------------------------------------------------------*
120600 6000-CHECK-RUN-CONTROL.
120700     PERFORM 6100-LOAD-RUN-CONTROL THRU 6100-EXIT.
120800     MOVE "CALCTXL" TO WRK-RC-PASSO.
120900     PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT.
121000     IF WRK-RC-ACHOU
121100        MOVE WRK-RC-IX TO WRK-RC-MEU-IX
121200        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "OK"
121300           DISPLAY "CALCTXL - TAXAS JA LIBERADAS NA DATA "
121400               WRK-RC-DATA-NEG " - RECARREGAR (S/N) [N]: "
121500           ACCEPT WRK-OVERRIDE-SW FROM CONSOLE
121600           IF WRK-OVERRIDE-SW NOT EQUAL "S"
121700              DISPLAY "CALCTXL - EXECUCAO RECUSADA"
121800              STOP RUN
121900           END-IF
122000        END-IF
122100        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "EX"
122200           DISPLAY "CALCTXL - CARGA ANTERIOR NAO LIBERADA NA "
122300               "DATA - PROSSEGUINDO"
122400        END-IF
122500     ELSE
122600        MOVE ZERO TO WRK-RC-MEU-IX
122700     END-IF.
122800     PERFORM 6300-STAMP-RUN-START THRU 6300-EXIT.
122900 6000-EXIT.
123000     EXIT.
123100
123200*----------------------------------------------------------------*
123300*  6100-LOAD-RUN-CONTROL - CARREGA O MASTER DE CONTROLE DE       *
123400*  EXECUCAO NA TABELA; SEM O ARQUIVO A TABELA FICA VAZIA (O      *
123500*  PRIMEIRO CARIMBO CRIA O ARQUIVO).                             *
123600*----------------------------------------------------------------*
123700 6100-LOAD-RUN-CONTROL.
123800     MOVE ZERO TO WRK-RC-QTD.
123900     MOVE "N"  TO WRK-RC-TRUNC-SW.
124000     OPEN INPUT CALC-RUN-FILE.
124100     IF CALC-RUN-STATUS NOT = "00"
124200        GO TO 6100-EXIT
124300     END-IF.
124400     MOVE "N" TO WRK-RUN-EOF-SW.
124500     PERFORM 6150-READ-RUN THRU 6150-EXIT
124600         UNTIL WRK-RUN-EOF.
124700     CLOSE CALC-RUN-FILE.
124800 6100-EXIT.
124900     EXIT.
125000
125100 6150-READ-RUN.
125200     READ CALC-RUN-FILE
125300         AT END
125400             MOVE "Y" TO WRK-RUN-EOF-SW
125500         NOT AT END
125600             IF WRK-RC-QTD LESS THAN WRK-RC-MAX
125700                ADD 1 TO WRK-RC-QTD
125800                MOVE CALC-RUN-RECORD TO WRK-RC-ENTRY(WRK-RC-QTD)
125900             ELSE
126000                DISPLAY "CALCTXL - TABELA DE CONTROLE DE "
126100                    "EXECUCAO CHEIA - CARGA TRUNCADA"
126200                MOVE "Y" TO WRK-RC-TRUNC-SW
126300                MOVE "Y" TO WRK-RUN-EOF-SW
126400             END-IF
126500     END-READ.
126600 6150-EXIT.
126700     EXIT.
126800
126900*----------------------------------------------------------------*
127000*  6200-FIND-RUN-ENTRY - PROCURA NA TABELA O PASSO WRK-RC-PASSO  *
127100*  NA DATA DE NEGOCIO CORRENTE. DEIXA WRK-RC-IX NA ENTRADA.      *
127200*----------------------------------------------------------------*
127300 6200-FIND-RUN-ENTRY.
127400     MOVE "N"  TO WRK-RC-ACHOU-SW.
127500     MOVE ZERO TO WRK-RC-IX.
127600     PERFORM 6250-SCAN-RUN THRU 6250-EXIT
127700         UNTIL WRK-RC-ACHOU
127800            OR WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
127900 6200-EXIT.
128000     EXIT.
128100
128200 6250-SCAN-RUN.
128300     ADD 1 TO WRK-RC-IX.
128400     IF WRK-RC-DATA(WRK-RC-IX) EQUAL WRK-RC-DATA-NEG
128500           AND WRK-RC-PROG(WRK-RC-IX) EQUAL WRK-RC-PASSO
128600        MOVE "Y" TO WRK-RC-ACHOU-SW
128700     END-IF.
128800 6250-EXIT.
128900     EXIT.
129000
129100*----------------------------------------------------------------*
129200*  6300-STAMP-RUN-START - CARIMBA O INICIO DESTA EXECUCAO NO     *
129300*  MASTER ("EX", HORA DE INICIO, FIM ZERADO) E REGRAVA O         *
129400*  ARQUIVO. SEM O CARIMBO O CICLO PODERIA RODAR COM A CARGA PELA *
129500*  METADE, ENTAO TABELA CHEIA OU TRUNCADA RECUSA A EXECUCAO.     *
129600*----------------------------------------------------------------*
129700 6300-STAMP-RUN-START.
129800     IF WRK-RC-TRUNCADA
129900           OR (WRK-RC-MEU-IX EQUAL ZERO
130000           AND WRK-RC-QTD NOT LESS THAN WRK-RC-MAX)
130100        DISPLAY "CALCTXL - CONTROLE DE EXECUCAO CHEIO - "
130200            "EXECUCAO RECUSADA"
130300        STOP RUN
130400     END-IF.
130500     ACCEPT WRK-CURRENT-TIME FROM TIME.
130600     IF WRK-RC-MEU-IX EQUAL ZERO
130700        ADD 1 TO WRK-RC-QTD
130800        MOVE WRK-RC-QTD TO WRK-RC-MEU-IX
130900        MOVE SPACES TO WRK-RC-ENTRY(WRK-RC-MEU-IX)
131000        MOVE WRK-RC-DATA-NEG TO WRK-RC-DATA(WRK-RC-MEU-IX)
131100        MOVE "CALCTXL" TO WRK-RC-PROG(WRK-RC-MEU-IX)
131200        MOVE ZERO TO WRK-RC-SEQ(WRK-RC-MEU-IX)
131300     END-IF.
131400     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-INI(WRK-RC-MEU-IX).
131500     MOVE ZERO TO WRK-RC-FIM(WRK-RC-MEU-IX).
131600     MOVE "EX" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
131700     ADD 1 TO WRK-RC-SEQ(WRK-RC-MEU-IX).
131800     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
131900 6300-EXIT.
132000     EXIT.
132100
132200*----------------------------------------------------------------*
132300*  6400-STAMP-RUN-END - CARIMBA A LIBERACAO ("OK", HORA DE FIM)  *
132400*  DAS TAXAS DA DATA NO MASTER. A CONFIRMACAO DO SUPERVISOR NAO  *
132500*  CARIMBOU O INICIO: RELE O MASTER E, SE A CARGA AINDA NAO TEM  *
132600*  PASSO NA DATA (TAXAS GRAVADAS A MAO), CRIA A ENTRADA.         *
132700*----------------------------------------------------------------*
132800 6400-STAMP-RUN-END.
132900     IF WRK-FUNCAO-SUPERVISOR
133000        PERFORM 6100-LOAD-RUN-CONTROL THRU 6100-EXIT
133100        MOVE "CALCTXL" TO WRK-RC-PASSO
133200        PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT
133300        IF WRK-RC-ACHOU
133400           MOVE WRK-RC-IX TO WRK-RC-MEU-IX
133500        ELSE
133600           MOVE ZERO TO WRK-RC-MEU-IX
133700           PERFORM 6300-STAMP-RUN-START THRU 6300-EXIT
133800        END-IF
133900     END-IF.
134000     IF WRK-RC-MEU-IX EQUAL ZERO
134100        GO TO 6400-EXIT
134200     END-IF.
134300     ACCEPT WRK-CURRENT-TIME FROM TIME.
134400     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-FIM(WRK-RC-MEU-IX).
134500     MOVE "OK" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
134600     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
134700 6400-EXIT.
134800     EXIT.
134900
135000*----------------------------------------------------------------*
135100*  6500-REWRITE-RUN-CONTROL - REGRAVA O MASTER DE CONTROLE DE    *
135200*  EXECUCAO A PARTIR DA TABELA.                                  *
135300*----------------------------------------------------------------*
135400 6500-REWRITE-RUN-CONTROL.
135500     OPEN OUTPUT CALC-RUN-FILE.
135600     MOVE ZERO TO WRK-RC-IX.
135700     PERFORM 6550-WRITE-RUN THRU 6550-EXIT
135800         UNTIL WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
135900     CLOSE CALC-RUN-FILE.
136000 6500-EXIT.
136100     EXIT.
136200
136300 6550-WRITE-RUN.
136400     ADD 1 TO WRK-RC-IX.
136500     MOVE WRK-RC-ENTRY(WRK-RC-IX) TO CALC-RUN-RECORD.
136600     WRITE CALC-RUN-RECORD.
136700 6550-EXIT.
136800     EXIT.
