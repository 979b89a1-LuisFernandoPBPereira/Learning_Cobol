000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCCUST.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. CONFERENCIA DA CADEIA DE  *
001200*                   CUSTODIA DO LOG DE AUDITORIA: PERCORRE O     *
001300*                   ARQUIVO MORTO (CALCLOGA) E O LOG VIVO        *
001400*                   (CALCLOG), REFAZ O HASH DE CADA ENTRADA      *
001500*                   ENCADEADA, CONFERE SEQUENCIAL E ELO DE CADA  *
001600*                   DATA CONTRA O CONTROLE DA DATA NO CALCSEL E  *
001700*                   CONFERE O SELO DAS DATAS JA SELADAS. A DATA  *
001800*                   DE NEGOCIO PEDIDA E SELADA QUANDO A SUA      *
001900*                   CADEIA ESTA INTEGRA. IMPRIME AS QUEBRAS E O  *
002000*                   CERTIFICADO DE CUSTODIA (CALCCUR), LIDO      *
002100*                   PELO FECHAMENTO (CALCCLSE).                  *
002120* 15/10/2026 JH     O CALCSEL SO E CRIADO QUANDO NAO EXISTE      *
002150*                   (STATUS 35); OUTRA FALHA NA ABERTURA NAO O   *
002170*                   RECRIA E NENHUMA DATA E SELADA.              *
002177* 15/10/2026 JH     O CERTIFICADO DE CUSTODIA SO E IMPRESSO COM  *
002185*                   A DATA PEDIDA SELADA E O SELO CONFERIDO;     *
002192*                   DATA NAO SELADA SAI COMO DIVERGENCIA.        *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT             DIVISION.
002400 INPUT-OUTPUT            SECTION.
002500 FILE-CONTROL.
002600     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE  IS DYNAMIC
002900         RECORD KEY   IS CALC-LG-CHAVE
003000         FILE STATUS  IS CALC-LOG-IOSTAT.
003100
003200     SELECT CALC-LOGA-FILE   ASSIGN TO CALCLOGA
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS  IS CALC-LGA-STATUS.
003500
003600     SELECT CALC-SEL-FILE    ASSIGN TO CALCSEL
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE  IS DYNAMIC
003900         RECORD KEY   IS CALC-SL-DATA
004000         FILE STATUS  IS CALC-SEL-STATUS.
004100
004200     SELECT CALC-CUR-FILE    ASSIGN TO CALCCUR
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS  IS CALC-CUR-STATUS.
004500
004600 DATA                    DIVISION.
004700 FILE                    SECTION.
004800 FD  CALC-LOG-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CALCLOG.
005100
005200 FD  CALC-LOGA-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  CALC-LOGA-RECORD         PIC X(161).
005500
005600 FD  CALC-SEL-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY CALCSEL.
005900
006000 FD  CALC-CUR-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  CALC-CUR-RECORD          PIC X(80).
006300
006400 WORKING-STORAGE         SECTION.
006500 77  WRK-EOF-SW               PIC X(01) VALUE "N".
006600     88  WRK-EOF                        VALUE "Y".
006700 77  CALC-LOG-IOSTAT          PIC X(02) VALUE "00".
006800 77  CALC-LGA-STATUS          PIC X(02) VALUE "00".
006900 77  CALC-SEL-STATUS          PIC X(02) VALUE "00".
007000 77  CALC-CUR-STATUS          PIC X(02) VALUE "00".
007100
007200 77  WRK-DATA-PEDIDA          PIC 9(08) VALUE ZERO.
007300 77  WRK-SEL-DISP-SW          PIC X(01) VALUE "N".
007400     88  WRK-SEL-DISPONIVEL             VALUE "Y".
007500 77  WRK-CAB-ACHOU-SW         PIC X(01) VALUE "N".
007600     88  WRK-CAB-ACHOU                  VALUE "Y".
007700 77  WRK-DIA-ACHOU-SW         PIC X(01) VALUE "N".
007800     88  WRK-DIA-ACHOU                  VALUE "Y".
007900 77  WRK-ANT-VISTO-SW         PIC X(01) VALUE "N".
008000     88  WRK-ANT-VISTO                  VALUE "Y".
008100 77  WRK-PED-VISTA-SW         PIC X(01) VALUE "N".
008200     88  WRK-PED-VISTA                  VALUE "Y".
008300 77  WRK-PED-SEM-CAD-SW       PIC X(01) VALUE "N".
008400     88  WRK-PED-SEM-CADEIA             VALUE "Y".
008500 77  WRK-SELO-GRAV-SW         PIC X(01) VALUE "N".
008600     88  WRK-SELO-GRAVADO               VALUE "Y".
008700 77  WRK-DT-CHEIA-SW          PIC X(01) VALUE "N".
008800     88  WRK-DT-CHEIA                   VALUE "Y".
008900 77  WRK-ACHOU-SW             PIC X(01) VALUE "N".
009000     88  WRK-ACHOU                      VALUE "Y".
009100 77  WRK-CAB-INICIO           PIC 9(08) VALUE ZERO.
009200 77  WRK-CAB-ULT-DATA         PIC 9(08) VALUE ZERO.
009300 77  WRK-CAB-TOTAL            PIC 9(09) VALUE ZERO.
009400 01  WRK-CAB-ULT-HASH         PIC 9(15) VALUE ZERO.
009500 01  WRK-ULT-HASH             PIC 9(15) VALUE ZERO.
009600 77  WRK-SELO-SITUACAO        PIC X(40) VALUE SPACES.
009610     88  WRK-SELO-CONFERE               VALUE
009630         "SELADA NESTA EXECUCAO"
009650         "SELADA NESTA EXECUCAO - SEM ENTRADAS"
009660         "JA SELADA - SELO CONFERE"
009680         "JA SELADA - SEM ENTRADAS".
009700
009800*    CONTAGENS DA CONFERENCIA.
009900 77  WRK-ARQ-COUNT            PIC 9(09) COMP VALUE ZERO.
010000 77  WRK-VIVO-COUNT           PIC 9(09) COMP VALUE ZERO.
010100 77  WRK-PRE-COUNT            PIC 9(09) COMP VALUE ZERO.
010200 77  WRK-CAD-COUNT            PIC 9(09) COMP VALUE ZERO.
010300 77  WRK-DATA-COUNT           PIC 9(09) COMP VALUE ZERO.
010400 77  WRK-SELADA-COUNT         PIC 9(09) COMP VALUE ZERO.
010500 77  WRK-QUEBRA-COUNT         PIC 9(09) COMP VALUE ZERO.
010600 77  WRK-QB-DATA-COUNT        PIC 9(09) COMP VALUE ZERO.
010700
010800*    DATA EM CONFERENCIA E A TABELA DAS SUAS ENTRADAS PELO
010900*    SEQUENCIAL DA CADEIA (QUANTAS VEZES APARECEU, HASH ANTERIOR,
011000*    HASH E CHAVE DA PRIMEIRA ENTRADA COM O SEQUENCIAL).
011100 77  WRK-DATA-CORRENTE        PIC 9(08) VALUE ZERO.
011200 77  WRK-DATA-ANTERIOR        PIC 9(08) VALUE ZERO.
011300 01  WRK-DATA-SOMA            PIC S9(16)V99 VALUE ZEROS.
011400 77  WRK-SQ-MAIOR             PIC 9(07) COMP VALUE ZERO.
011500 77  WRK-SQ-LIMITE            PIC 9(07) COMP VALUE ZERO.
011600 77  WRK-SQ-IX                PIC 9(07) COMP VALUE ZERO.
011700 77  WRK-SQ-ANT               PIC 9(07) COMP VALUE ZERO.
011800 77  WRK-SQ-MAX               PIC 9(07) COMP VALUE 20000.
011900 01  WRK-SEQ-TABLE.
012000     05  WRK-SQ-ENTRY OCCURS 20000 TIMES.
012100         10  WRK-SQ-QTD       PIC 9(05) COMP.
012200         10  WRK-SQ-HASH-ANT  PIC 9(15).
012300         10  WRK-SQ-HASH      PIC 9(15).
012400         10  WRK-SQ-CHAVE     PIC X(25).
012500
012600*    DATAS ENCADEADAS VISTAS NO LOG, PARA ACHAR NO CALCSEL AS
012700*    DATAS COM ENTRADAS QUE NAO ESTAO MAIS EM NENHUM DOS DOIS.
012800 77  WRK-DT-QTD               PIC 9(05) COMP VALUE ZERO.
012900 77  WRK-DT-MAX               PIC 9(05) COMP VALUE 4000.
013000 77  WRK-DT-IX                PIC 9(05) COMP VALUE ZERO.
013100 01  WRK-DATA-TABLE.
013200     05  WRK-DT-DATA OCCURS 4000 TIMES PIC 9(08).
013300
013400*    HASH DA ENTRADA - A MESMA CONTA DOS GRAVADORES (CALCULADORA
013500*    E CALCONL): H = (H * 257 + CODIGO DA POSICAO) MODULO
013600*    999999999999989 SOBRE AS POSICOES 1 A 131, PARTINDO DO HASH
013700*    ANTERIOR GRAVADO NA ENTRADA.
013800 77  WRK-HS-IX                PIC 9(03) COMP VALUE ZERO.
013900 77  WRK-HS-TAM               PIC 9(03) COMP VALUE 131.
014000 01  WRK-HS-VALOR             PIC 9(15) VALUE ZERO.
014100 01  WRK-HS-TRAB              PIC 9(18) VALUE ZERO.
014200 01  WRK-HS-QUOC              PIC 9(18) VALUE ZERO.
014300 01  WRK-HS-PRIMO             PIC 9(15) VALUE 999999999999989.
014400
014500*    IMAGEM DE UMA ENTRADA DO LOG, VALIDA PARA AS DUAS FONTES
014600*    (O ARQUIVO MORTO GUARDA A IMAGEM CRUA DO CALCLOG).
014700 01  WRK-CUS-ENTRY.
014800     05  WRK-CE-CHAVE.
014900         10  WRK-CE-DATA      PIC 9(08).
015000         10  FILLER           PIC X(17).
015100     05  FILLER               PIC X(37).
015200     05  WRK-CE-RESULTADO     PIC S9(16)V99.
015300     05  FILLER               PIC X(44).
015400     05  WRK-CE-CAD-SEQ       PIC 9(07).
015500     05  WRK-CE-HASH-ANT      PIC 9(15).
015600     05  WRK-CE-HASH          PIC 9(15).
015700
015800 01  WRK-CUR-TITULO.
015900     05  FILLER               PIC X(49) VALUE
016000         "CALCCUST - CADEIA DE CUSTODIA DO CALCLOG - DATA: ".
016100     05  WRK-TIT-DATA         PIC 9(08).
016200     05  FILLER               PIC X(23) VALUE SPACES.
016300 01  WRK-QUEBRA-LINE.
016400     05  FILLER               PIC X(08) VALUE "QUEBRA: ".
016500     05  WRK-QB-TEXTO         PIC X(30).
016600     05  FILLER               PIC X(06) VALUE " DATA ".
016700     05  WRK-QB-DATA          PIC 9(08).
016800     05  FILLER               PIC X(05) VALUE " SEQ ".
016900     05  WRK-QB-SEQ           PIC ZZZZZZ9.
017000     05  FILLER               PIC X(16) VALUE SPACES.
017100 77  WRK-QB-CHAVE             PIC X(25) VALUE SPACES.
017200 01  WRK-CHAVE-LINE.
017300     05  FILLER               PIC X(22) VALUE
017400         "        CHAVE NO LOG: ".
017500     05  WRK-QC-CHAVE         PIC X(25).
017600     05  FILLER               PIC X(33) VALUE SPACES.
017700 01  WRK-CUR-CONTAGEM.
017800     05  WRK-CUC-TEXTO        PIC X(36).
017900     05  WRK-CUC-QTD          PIC ZZZZZZZZ9.
018000     05  FILLER               PIC X(35) VALUE SPACES.
018100 01  WRK-CUR-SELO.
018200     05  FILLER               PIC X(36) VALUE
018300         "SELO DA DATA PEDIDA              : ".
018400     05  WRK-CUS-SITUACAO     PIC X(40).
018500     05  FILLER               PIC X(04) VALUE SPACES.
018600 01  WRK-CUR-DIVERGE.
018700     05  FILLER               PIC X(36) VALUE
018800         "DIVERGENCIA: CADEIA DE CUSTODIA COM ".
018900     05  WRK-CUD-QTD          PIC ZZZZZZ9.
019000     05  FILLER               PIC X(37) VALUE " QUEBRA(S)".
019010 01  WRK-CUR-NAO-SELADA.
019030     05  FILLER               PIC X(36) VALUE
019050         "DIVERGENCIA: DATA PEDIDA SEM SELO - ".
019060     05  WRK-CUN-SITUACAO     PIC X(40).
019080     05  FILLER               PIC X(04) VALUE SPACES.
019100 01  WRK-CUR-AVISO            PIC X(80) VALUE SPACES.
019200
019300 01  WRK-CURRENT-DATE.
019400     05  WRK-DATE-NUM         PIC 9(08).
019500 01  WRK-CURRENT-TIME.
019600     05  WRK-TIME-NUM         PIC 9(08).
019700
019800 PROCEDURE               DIVISION.
019900
020000*----------------------------------------------------------------*
020100*  0000-MAINLINE - PEDE A DATA A SELAR, PERCORRE O ARQUIVO MORTO *
020200*  E O LOG VIVO CONFERINDO A CADEIA, FECHA A ULTIMA DATA, SELA A *
020300*  DATA PEDIDA SE ELA NAO TEVE ENTRADAS, CONFERE AS DATAS DO     *
020400*  CALCSEL E A CABECA DA CADEIA E IMPRIME O RESULTADO.           *
020500*----------------------------------------------------------------*
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-WALK-ARCHIVE THRU 2000-EXIT.
020900     PERFORM 2500-WALK-LIVE THRU 2500-EXIT.
021000     IF WRK-DATA-CORRENTE NOT EQUAL ZERO
021100        PERFORM 4000-CLOSE-DATE THRU 4000-EXIT
021200     END-IF.
021300     PERFORM 5000-SEAL-EMPTY-DATE THRU 5000-EXIT.
021400     PERFORM 5500-CHECK-SEL-DATES THRU 5500-EXIT.
021500     PERFORM 5800-CHECK-HEAD THRU 5800-EXIT.
021600     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
021700     CLOSE CALC-CUR-FILE.
021800     IF WRK-SEL-DISPONIVEL
021900        CLOSE CALC-SEL-FILE
022000     END-IF.
022100     DISPLAY "CALCCUST - DATA " WRK-DATA-PEDIDA " - "
022200         WRK-QUEBRA-COUNT " QUEBRA(S) NA CADEIA - SELO: "
022300         WRK-SELO-SITUACAO.
022400     STOP RUN.
022500
022600*----------------------------------------------------------------*
022700*  1000-INITIALIZE - PEDE A DATA DE NEGOCIO A SELAR (ZERO =      *
022770*  HOJE), QUE NAO PODE SER FUTURA, ABRE O CALCSEL (CRIANDO-O SO  *
022850*  QUANDO AINDA NAO EXISTE - STATUS 35 - COMO OS GRAVADORES; COM *
022920*  OUTRA FALHA NENHUMA DATA E SELADA), LE A CABECA DA CADEIA,    *
023000*  ZERA A TABELA DE SEQUENCIAIS E ABRE O RELATORIO.              *
023100*----------------------------------------------------------------*
023200 1000-INITIALIZE.
023300     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
023400     DISPLAY "CALCCUST - DATA DE NEGOCIO A SELAR (AAAAMMDD, "
023500         "0=HOJE): ".
023600     ACCEPT WRK-DATA-PEDIDA FROM CONSOLE.
023700     IF WRK-DATA-PEDIDA EQUAL ZERO
023800        MOVE WRK-DATE-NUM TO WRK-DATA-PEDIDA
023900     END-IF.
024000     IF WRK-DATA-PEDIDA GREATER THAN WRK-DATE-NUM
024100        DISPLAY "CALCCUST - DATA " WRK-DATA-PEDIDA
024200            " NO FUTURO - EXECUCAO RECUSADA"
024300        STOP RUN
024400     END-IF.
024500     OPEN I-O CALC-SEL-FILE.
024600     IF CALC-SEL-STATUS EQUAL "35"
024700        OPEN OUTPUT CALC-SEL-FILE
024800        CLOSE CALC-SEL-FILE
024900        OPEN I-O CALC-SEL-FILE
025000     END-IF.
025100     IF CALC-SEL-STATUS EQUAL "00"
025200        MOVE "Y" TO WRK-SEL-DISP-SW
025300        PERFORM 1100-READ-HEAD THRU 1100-EXIT
025400     ELSE
025500        DISPLAY "CALCCUST - CALCSEL INDISPONIVEL ("
025600            CALC-SEL-STATUS ") - NENHUMA DATA SERA SELADA"
025700     END-IF.
025800     MOVE WRK-CAB-INICIO TO WRK-DATA-ANTERIOR.
025900     MOVE WRK-SQ-MAX TO WRK-SQ-LIMITE.
026000     MOVE ZERO TO WRK-SQ-IX.
026100     PERFORM 3250-CLEAR-SEQ THRU 3250-EXIT
026200         UNTIL WRK-SQ-IX NOT LESS THAN WRK-SQ-LIMITE.
026300     MOVE "NAO SELADA - DATA NAO CONFERIDA" TO WRK-SELO-SITUACAO.
026400     OPEN OUTPUT CALC-CUR-FILE.
026500     MOVE WRK-DATA-PEDIDA TO WRK-TIT-DATA.
026600     MOVE WRK-CUR-TITULO TO CALC-CUR-RECORD.
026700     WRITE CALC-CUR-RECORD.
026800     MOVE SPACES TO CALC-CUR-RECORD.
026900     WRITE CALC-CUR-RECORD.
027000 1000-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------------*
027400*  1100-READ-HEAD - LE A CABECA DA CADEIA (CHAVE ZERO). SEM ELA  *
027500*  NENHUMA ENTRADA FOI ENCADEADA AINDA.                          *
027600*----------------------------------------------------------------*
027700 1100-READ-HEAD.
027800     MOVE "N" TO WRK-CAB-ACHOU-SW.
027900     MOVE ZERO TO CALC-SL-DATA.
028000     READ CALC-SEL-FILE
028100         INVALID KEY
028200             GO TO 1100-EXIT
028300     END-READ.
028400     MOVE "Y" TO WRK-CAB-ACHOU-SW.
028500     MOVE CALC-SC-INICIO   TO WRK-CAB-INICIO.
028600     MOVE CALC-SC-ULT-DATA TO WRK-CAB-ULT-DATA.
028700     MOVE CALC-SC-ULT-HASH TO WRK-CAB-ULT-HASH.
028800     MOVE CALC-SC-TOTAL    TO WRK-CAB-TOTAL.
028900 1100-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------*
029300*  2000-WALK-ARCHIVE - PERCORRE AS GERACOES DE ARQUIVO MORTO     *
029400*  (CALCLOGA, ACUMULADO PELO CALCHKP NA ORDEM DAS DATAS). ARQUIVO*
029500*  NUNCA CRIADO (STATUS 35) E SO UM MORTO VAZIO; OUTRO ERRO E    *
029600*  QUEBRA, PORQUE A CADEIA NAO PODE SER PROVADA SEM ELE.         *
029700*----------------------------------------------------------------*
029800 2000-WALK-ARCHIVE.
029900     OPEN INPUT CALC-LOGA-FILE.
030000     IF CALC-LGA-STATUS EQUAL "35"
030100        GO TO 2000-EXIT
030200     END-IF.
030300     IF CALC-LGA-STATUS NOT = "00"
030400        MOVE "ARQUIVO MORTO ILEGIVEL" TO WRK-QB-TEXTO
030500        MOVE ZERO TO WRK-QB-DATA
030600        MOVE ZERO TO WRK-QB-SEQ
030700        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
030800        GO TO 2000-EXIT
030900     END-IF.
031000     MOVE "N" TO WRK-EOF-SW.
031100     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
031200         UNTIL WRK-EOF.
031300     CLOSE CALC-LOGA-FILE.
031400 2000-EXIT.
031500     EXIT.
031600
031700 2100-READ-ARCHIVE.
031800     READ CALC-LOGA-FILE
031900         AT END
032000             MOVE "Y" TO WRK-EOF-SW
032100             GO TO 2100-EXIT
032200     END-READ.
032300     MOVE CALC-LOGA-RECORD TO WRK-CUS-ENTRY.
032400     IF WRK-CE-DATA NOT NUMERIC
032500        GO TO 2100-EXIT
032600     END-IF.
032700     ADD 1 TO WRK-ARQ-COUNT.
032800     PERFORM 3000-CHECK-ENTRY THRU 3000-EXIT.
032900 2100-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300*  2500-WALK-LIVE - PERCORRE O LOG VIVO DO INICIO, NA ORDEM DA   *
033400*  CHAVE (DATA PRIMEIRO). LOG NUNCA CRIADO (STATUS 35) E VAZIO.  *
033500*----------------------------------------------------------------*
033600 2500-WALK-LIVE.
033700     OPEN INPUT CALC-LOG-FILE.
033800     IF CALC-LOG-IOSTAT EQUAL "35"
033900        GO TO 2500-EXIT
034000     END-IF.
034100     IF CALC-LOG-IOSTAT NOT = "00"
034200        MOVE "LOG VIVO ILEGIVEL" TO WRK-QB-TEXTO
034300        MOVE ZERO TO WRK-QB-DATA
034400        MOVE ZERO TO WRK-QB-SEQ
034500        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
034600        GO TO 2500-EXIT
034700     END-IF.
034800     MOVE "N" TO WRK-EOF-SW.
034900     MOVE LOW-VALUES TO CALC-LG-CHAVE.
035000     START CALC-LOG-FILE
035100         KEY NOT LESS THAN CALC-LG-CHAVE
035200         INVALID KEY
035300             MOVE "Y" TO WRK-EOF-SW
035400     END-START.
035500     PERFORM 2600-READ-LIVE THRU 2600-EXIT
035600         UNTIL WRK-EOF.
035700     CLOSE CALC-LOG-FILE.
035800 2500-EXIT.
035900     EXIT.
036000
036100 2600-READ-LIVE.
036200     READ CALC-LOG-FILE NEXT RECORD
036300         AT END
036400             MOVE "Y" TO WRK-EOF-SW
036500             GO TO 2600-EXIT
036600     END-READ.
036700     MOVE CALC-LOG-RECORD TO WRK-CUS-ENTRY.
036800     IF WRK-CE-DATA NOT NUMERIC
036900        GO TO 2600-EXIT
037000     END-IF.
037100     ADD 1 TO WRK-VIVO-COUNT.
037200     PERFORM 3000-CHECK-ENTRY THRU 3000-EXIT.
037300 2600-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------------*
037700*  3000-CHECK-ENTRY - UMA ENTRADA DO LOG. SEM SEQUENCIAL DA      *
037800*  CADEIA ELA E ANTERIOR A CADEIA, E SO E QUEBRA QUANDO A DATA JA*
037900*  E DA CADEIA (GRAVADA SEM O CALCSEL). ENCADEADA, O HASH E      *
038000*  REFEITO A PARTIR DO HASH ANTERIOR GRAVADO NELA E A ENTRADA    *
038100*  ENTRA NA TABELA DA DATA PELO SEQUENCIAL, PARA O 4000 CONFERIR *
038200*  AUSENTES, REPETIDOS E ELOS.                                   *
038300*----------------------------------------------------------------*
038400 3000-CHECK-ENTRY.
038500     IF WRK-CE-CAD-SEQ NOT NUMERIC
038600           OR WRK-CE-CAD-SEQ EQUAL ZERO
038700        ADD 1 TO WRK-PRE-COUNT
038800        IF WRK-CAB-ACHOU
038900              AND WRK-CE-DATA NOT LESS THAN WRK-CAB-INICIO
039000           IF WRK-CE-DATA EQUAL WRK-DATA-PEDIDA
039100              MOVE "Y" TO WRK-PED-SEM-CAD-SW
039200           END-IF
039300           MOVE "ENTRADA SEM CADEIA" TO WRK-QB-TEXTO
039400           MOVE WRK-CE-DATA  TO WRK-QB-DATA
039500           MOVE ZERO         TO WRK-QB-SEQ
039600           MOVE WRK-CE-CHAVE TO WRK-QB-CHAVE
039700           PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
039800        END-IF
039900        GO TO 3000-EXIT
040000     END-IF.
040100     ADD 1 TO WRK-CAD-COUNT.
040200     IF WRK-CE-DATA NOT EQUAL WRK-DATA-CORRENTE
040300        PERFORM 3200-CHANGE-DATE THRU 3200-EXIT
040400     END-IF.
040500     IF WRK-CE-RESULTADO NUMERIC
040600        ADD WRK-CE-RESULTADO TO WRK-DATA-SOMA
040700     END-IF.
040800     MOVE ZERO TO WRK-HS-VALOR.
040900     IF WRK-CE-HASH-ANT NUMERIC
041000        MOVE WRK-CE-HASH-ANT TO WRK-HS-VALOR
041100     END-IF.
041200     MOVE ZERO TO WRK-HS-IX.
041300     PERFORM 3100-HASH-BYTE THRU 3100-EXIT
041400         UNTIL WRK-HS-IX NOT LESS THAN WRK-HS-TAM.
041500     IF WRK-CE-HASH NOT NUMERIC
041600           OR WRK-CE-HASH-ANT NOT NUMERIC
041700           OR WRK-HS-VALOR NOT EQUAL WRK-CE-HASH
041800        MOVE "CONTEUDO ALTERADO" TO WRK-QB-TEXTO
041900        MOVE WRK-CE-DATA    TO WRK-QB-DATA
042000        MOVE WRK-CE-CAD-SEQ TO WRK-QB-SEQ
042100        MOVE WRK-CE-CHAVE   TO WRK-QB-CHAVE
042200        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
042300     END-IF.
042400     IF WRK-CE-CAD-SEQ GREATER THAN WRK-SQ-MAX
042500        MOVE "SEQUENCIA ALEM DA TABELA" TO WRK-QB-TEXTO
042600        MOVE WRK-CE-DATA    TO WRK-QB-DATA
042700        MOVE WRK-CE-CAD-SEQ TO WRK-QB-SEQ
042800        MOVE WRK-CE-CHAVE   TO WRK-QB-CHAVE
042900        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
043000        GO TO 3000-EXIT
043100     END-IF.
043200     MOVE WRK-CE-CAD-SEQ TO WRK-SQ-IX.
043300     ADD 1 TO WRK-SQ-QTD(WRK-SQ-IX).
043400     IF WRK-SQ-QTD(WRK-SQ-IX) EQUAL 1
043500        MOVE WRK-CE-HASH-ANT TO WRK-SQ-HASH-ANT(WRK-SQ-IX)
043600        MOVE WRK-CE-HASH     TO WRK-SQ-HASH(WRK-SQ-IX)
043700        MOVE WRK-CE-CHAVE    TO WRK-SQ-CHAVE(WRK-SQ-IX)
043800     END-IF.
043900     IF WRK-SQ-IX GREATER THAN WRK-SQ-MAIOR
044000        MOVE WRK-SQ-IX TO WRK-SQ-MAIOR
044100     END-IF.
044200 3000-EXIT.
044300     EXIT.
044400
044500 3100-HASH-BYTE.
044600     ADD 1 TO WRK-HS-IX.
044700     COMPUTE WRK-HS-TRAB = WRK-HS-VALOR * 257
044800         + FUNCTION ORD(WRK-CUS-ENTRY(WRK-HS-IX:1)).
044900     DIVIDE WRK-HS-TRAB BY WRK-HS-PRIMO
045000         GIVING WRK-HS-QUOC REMAINDER WRK-HS-VALOR.
045100 3100-EXIT.
045200     EXIT.
045300
045400*----------------------------------------------------------------*
045500*  3200-CHANGE-DATE - FECHA A DATA ANTERIOR E ABRE A DA ENTRADA: *
045600*  TABELA DE SEQUENCIAIS ZERADA ATE ONDE FOI USADA, SOMA E       *
045700*  QUEBRAS DA DATA ZERADAS. DATA MENOR QUE A ANTERIOR E QUEBRA.  *
045800*----------------------------------------------------------------*
045900 3200-CHANGE-DATE.
046000     IF WRK-DATA-CORRENTE NOT EQUAL ZERO
046100        PERFORM 4000-CLOSE-DATE THRU 4000-EXIT
046200        MOVE WRK-DATA-CORRENTE TO WRK-DATA-ANTERIOR
046300     END-IF.
046400     MOVE WRK-SQ-MAIOR TO WRK-SQ-LIMITE.
046500     MOVE ZERO TO WRK-SQ-IX.
046600     PERFORM 3250-CLEAR-SEQ THRU 3250-EXIT
046700         UNTIL WRK-SQ-IX NOT LESS THAN WRK-SQ-LIMITE.
046800     MOVE ZERO TO WRK-SQ-MAIOR.
046900     MOVE ZERO TO WRK-DATA-SOMA.
047000     MOVE ZERO TO WRK-QB-DATA-COUNT.
047100     MOVE WRK-CE-DATA TO WRK-DATA-CORRENTE.
047200     ADD 1 TO WRK-DATA-COUNT.
047300     IF WRK-DATA-CORRENTE LESS THAN WRK-DATA-ANTERIOR
047400        MOVE "DATA FORA DE ORDEM" TO WRK-QB-TEXTO
047500        MOVE WRK-CE-DATA    TO WRK-QB-DATA
047600        MOVE WRK-CE-CAD-SEQ TO WRK-QB-SEQ
047700        MOVE WRK-CE-CHAVE   TO WRK-QB-CHAVE
047800        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
047900     END-IF.
048000 3200-EXIT.
048100     EXIT.
048200
048300 3250-CLEAR-SEQ.
048400     ADD 1 TO WRK-SQ-IX.
048500     MOVE ZERO   TO WRK-SQ-QTD(WRK-SQ-IX).
048600     MOVE ZERO   TO WRK-SQ-HASH-ANT(WRK-SQ-IX).
048700     MOVE ZERO   TO WRK-SQ-HASH(WRK-SQ-IX).
048800     MOVE SPACES TO WRK-SQ-CHAVE(WRK-SQ-IX).
048900 3250-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300*  4000-CLOSE-DATE - FIM DAS ENTRADAS DE UMA DATA: LE O CONTROLE *
049400*  DA DATA NO CALCSEL, CONFERE CADA SEQUENCIAL ATE O MAIOR VISTO *
049500*  (OU ATE A QUANTIDADE DO CONTROLE, SE FOR MAIOR), O CONTROLE E *
049600*  O SELO, SELA A DATA PEDIDA E GUARDA O ULTIMO HASH PARA O ELO  *
049700*  COM A PROXIMA DATA.                                           *
049800*----------------------------------------------------------------*
049900 4000-CLOSE-DATE.
050000     MOVE "N" TO WRK-DIA-ACHOU-SW.
050100     IF WRK-SEL-DISPONIVEL
050200        MOVE WRK-DATA-CORRENTE TO CALC-SL-DATA
050300        READ CALC-SEL-FILE
050400            INVALID KEY
050500                MOVE "N" TO WRK-DIA-ACHOU-SW
050600            NOT INVALID KEY
050700                MOVE "Y" TO WRK-DIA-ACHOU-SW
050800        END-READ
050900     END-IF.
051000     MOVE WRK-SQ-MAIOR TO WRK-SQ-LIMITE.
051100     IF WRK-DIA-ACHOU
051200           AND CALC-SL-QTD GREATER THAN WRK-SQ-LIMITE
051300        MOVE CALC-SL-QTD TO WRK-SQ-LIMITE
051400     END-IF.
051500     IF WRK-SQ-LIMITE GREATER THAN WRK-SQ-MAX
051600        MOVE WRK-SQ-MAX TO WRK-SQ-LIMITE
051700     END-IF.
051800     MOVE ZERO TO WRK-SQ-IX.
051900     PERFORM 4100-CHECK-SEQ THRU 4100-EXIT
052000         UNTIL WRK-SQ-IX NOT LESS THAN WRK-SQ-LIMITE.
052100     PERFORM 4200-CHECK-CONTROL THRU 4200-EXIT.
052200     PERFORM 4300-CHECK-SEAL THRU 4300-EXIT.
052300     IF WRK-DATA-CORRENTE EQUAL WRK-DATA-PEDIDA
052400        MOVE "Y" TO WRK-PED-VISTA-SW
052500        PERFORM 4500-SEAL-STATUS THRU 4500-EXIT
052600     END-IF.
052700     IF WRK-SQ-MAIOR GREATER THAN ZERO
052800        MOVE WRK-SQ-HASH(WRK-SQ-MAIOR) TO WRK-ULT-HASH
052900        MOVE "Y" TO WRK-ANT-VISTO-SW
053000     END-IF.
053100     IF WRK-DT-QTD LESS THAN WRK-DT-MAX
053200        ADD 1 TO WRK-DT-QTD
053300        MOVE WRK-DATA-CORRENTE TO WRK-DT-DATA(WRK-DT-QTD)
053400     ELSE
053500        MOVE "Y" TO WRK-DT-CHEIA-SW
053600     END-IF.
053700 4000-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------*
054100*  4100-CHECK-SEQ - UM SEQUENCIAL DA DATA: TEM DE APARECER UMA   *
054200*  VEZ SO, E O HASH ANTERIOR GRAVADO NELE TEM DE SER O HASH DO   *
054300*  SEQUENCIAL DE ANTES. O PRIMEIRO DA DATA LIGA COM O ULTIMO HASH*
054400*  DA DATA ANTERIOR E COM O HASH INICIAL DO CONTROLE DA DATA.    *
054500*----------------------------------------------------------------*
054600 4100-CHECK-SEQ.
054700     ADD 1 TO WRK-SQ-IX.
054800     MOVE WRK-DATA-CORRENTE TO WRK-QB-DATA.
054900     MOVE WRK-SQ-IX         TO WRK-QB-SEQ.
055000     IF WRK-SQ-QTD(WRK-SQ-IX) EQUAL ZERO
055100        MOVE "SEQUENCIA AUSENTE" TO WRK-QB-TEXTO
055200        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
055300        GO TO 4100-EXIT
055400     END-IF.
055500     IF WRK-SQ-QTD(WRK-SQ-IX) GREATER THAN 1
055600        MOVE "SEQUENCIA DUPLICADA" TO WRK-QB-TEXTO
055700        MOVE WRK-SQ-CHAVE(WRK-SQ-IX) TO WRK-QB-CHAVE
055800        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
055900        GO TO 4100-EXIT
056000     END-IF.
056100     MOVE "ELO QUEBRADO" TO WRK-QB-TEXTO.
056200     IF WRK-SQ-IX EQUAL 1
056300        GO TO 4100-PRIMEIRO
056400     END-IF.
056500     COMPUTE WRK-SQ-ANT = WRK-SQ-IX - 1.
056600     IF WRK-SQ-QTD(WRK-SQ-ANT) EQUAL 1
056700           AND WRK-SQ-HASH-ANT(WRK-SQ-IX)
056800               NOT EQUAL WRK-SQ-HASH(WRK-SQ-ANT)
056900        MOVE WRK-SQ-CHAVE(WRK-SQ-IX) TO WRK-QB-CHAVE
057000        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
057100     END-IF.
057200     GO TO 4100-EXIT.
057300 4100-PRIMEIRO.
057400     IF WRK-ANT-VISTO
057500           AND WRK-SQ-HASH-ANT(1) NOT EQUAL WRK-ULT-HASH
057600        MOVE WRK-SQ-CHAVE(1) TO WRK-QB-CHAVE
057700        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
057800        GO TO 4100-EXIT
057900     END-IF.
058000     IF WRK-DIA-ACHOU
058100           AND WRK-SQ-HASH-ANT(1) NOT EQUAL CALC-SL-HASH-INI
058200        MOVE WRK-SQ-CHAVE(1) TO WRK-QB-CHAVE
058300        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
058400     END-IF.
058500 4100-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------*
058900*  4200-CHECK-CONTROL - O CONTROLE DA DATA NO CALCSEL TEM DE     *
059000*  BATER COM O QUE O LOG TEM: QUANTIDADE (MAIOR SEQUENCIAL), HASH*
059100*  DA ULTIMA ENTRADA E SOMA DOS RESULTADOS.                      *
059200*----------------------------------------------------------------*
059300 4200-CHECK-CONTROL.
059400     MOVE WRK-DATA-CORRENTE TO WRK-QB-DATA.
059500     IF NOT WRK-DIA-ACHOU
059600        MOVE "DATA SEM CONTROLE NO CALCSEL" TO WRK-QB-TEXTO
059700        MOVE ZERO TO WRK-QB-SEQ
059800        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
059900        GO TO 4200-EXIT
060000     END-IF.
060100     MOVE "CONTROLE DA DATA NAO CONFERE" TO WRK-QB-TEXTO.
060200     MOVE CALC-SL-QTD TO WRK-QB-SEQ.
060300     IF CALC-SL-QTD NOT EQUAL WRK-SQ-MAIOR
060400           OR CALC-SL-SOMA NOT EQUAL WRK-DATA-SOMA
060500        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
060600        GO TO 4200-EXIT
060700     END-IF.
060800     IF WRK-SQ-MAIOR GREATER THAN ZERO
060900           AND CALC-SL-HASH-ULT
061000               NOT EQUAL WRK-SQ-HASH(WRK-SQ-MAIOR)
061100        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
061200     END-IF.
061300 4200-EXIT.
061400     EXIT.
061500
061600*----------------------------------------------------------------*
061700*  4300-CHECK-SEAL - DATA SELADA: NADA PODE TER SIDO GRAVADO     *
061800*  DEPOIS DO SELO E O HASH E A SOMA SELADOS TEM DE BATER COM O   *
061900*  LOG. DATA ABERTA ANTERIOR A PEDIDA E QUEBRA (FICOU SEM SELO); *
062000*  A DATA PEDIDA E SELADA SE NAO TEVE QUEBRA NENHUMA.            *
062100*----------------------------------------------------------------*
062200 4300-CHECK-SEAL.
062300     IF NOT WRK-DIA-ACHOU
062400        GO TO 4300-EXIT
062500     END-IF.
062600     MOVE WRK-DATA-CORRENTE TO WRK-QB-DATA.
062700     IF CALC-SL-SITUACAO NOT EQUAL "S"
062800        GO TO 4300-ABERTA
062900     END-IF.
063000     ADD 1 TO WRK-SELADA-COUNT.
063100     IF WRK-SQ-MAIOR GREATER THAN CALC-SL-SELO-QTD
063200        MOVE "ENTRADAS APOS O SELO" TO WRK-QB-TEXTO
063300        MOVE WRK-SQ-MAIOR TO WRK-QB-SEQ
063400        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
063500     END-IF.
063600     MOVE "SELO NAO CONFERE" TO WRK-QB-TEXTO.
063700     MOVE CALC-SL-SELO-QTD TO WRK-QB-SEQ.
063800     IF CALC-SL-SELO-QTD GREATER THAN WRK-SQ-MAIOR
063900        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
064000        GO TO 4300-EXIT
064100     END-IF.
064200     IF CALC-SL-SELO-QTD GREATER THAN ZERO
064300           AND CALC-SL-SELO-HASH
064400               NOT EQUAL WRK-SQ-HASH(CALC-SL-SELO-QTD)
064500        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
064600        GO TO 4300-EXIT
064700     END-IF.
064800     IF CALC-SL-SELO-QTD EQUAL WRK-SQ-MAIOR
064900           AND CALC-SL-SELO-SOMA NOT EQUAL WRK-DATA-SOMA
065000        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
065100     END-IF.
065200     GO TO 4300-EXIT.
065300 4300-ABERTA.
065400     IF WRK-DATA-CORRENTE LESS THAN WRK-DATA-PEDIDA
065500        MOVE "DATA SEM SELO" TO WRK-QB-TEXTO
065600        MOVE ZERO TO WRK-QB-SEQ
065700        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
065800        GO TO 4300-EXIT
065900     END-IF.
066000     IF WRK-DATA-CORRENTE EQUAL WRK-DATA-PEDIDA
066100           AND WRK-QB-DATA-COUNT EQUAL ZERO
066200           AND NOT WRK-PED-SEM-CADEIA
066300        PERFORM 4400-WRITE-SEAL THRU 4400-EXIT
066400     END-IF.
066500 4300-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------*
066900*  4400-WRITE-SEAL - RELE O CONTROLE DA DATA E SO SELA SE NADA   *
067000*  FOI GRAVADO NELA DURANTE A CONFERENCIA; O SELO CONGELA A      *
067100*  QUANTIDADE, O HASH E A SOMA E CARIMBA DATA E HORA.            *
067200*----------------------------------------------------------------*
067300 4400-WRITE-SEAL.
067400     MOVE WRK-DATA-CORRENTE TO CALC-SL-DATA.
067500     READ CALC-SEL-FILE
067600         INVALID KEY
067630             MOVE "NAO SELADA - DATA MUDOU NA CONFERENCIA"
067660                 TO WRK-SELO-SITUACAO
067700             GO TO 4400-EXIT
067800     END-READ.
067900     IF CALC-SL-QTD NOT EQUAL WRK-SQ-MAIOR
068000        MOVE "NAO SELADA - DATA MUDOU NA CONFERENCIA"
068100            TO WRK-SELO-SITUACAO
068200        GO TO 4400-EXIT
068300     END-IF.
068400     ACCEPT WRK-CURRENT-TIME FROM TIME.
068500     MOVE CALC-SL-QTD           TO CALC-SL-SELO-QTD.
068600     MOVE CALC-SL-HASH-ULT      TO CALC-SL-SELO-HASH.
068700     MOVE CALC-SL-SOMA          TO CALC-SL-SELO-SOMA.
068800     MOVE WRK-DATE-NUM          TO CALC-SL-SELO-DATA.
068900     MOVE WRK-CURRENT-TIME(1:6) TO CALC-SL-SELO-HORA.
069000     MOVE "S"                   TO CALC-SL-SITUACAO.
069100     REWRITE CALC-SEL-RECORD.
069200     IF CALC-SEL-STATUS EQUAL "00"
069300        MOVE "Y" TO WRK-SELO-GRAV-SW
069400        ADD 1 TO WRK-SELADA-COUNT
069500     ELSE
069600        DISPLAY "CALCCUST - ERRO " CALC-SEL-STATUS
069700            " AO GRAVAR O SELO DA DATA " WRK-DATA-CORRENTE
069730        MOVE "NAO SELADA - ERRO AO GRAVAR O SELO"
069760            TO WRK-SELO-SITUACAO
069800     END-IF.
069900 4400-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------------*
070300*  4500-SEAL-STATUS - SITUACAO DO SELO DA DATA PEDIDA PARA O     *
070400*  RELATORIO E O CONSOLE.                                        *
070450*  SO CONFERE QUANDO O CONTROLE DA DATA ESTA DE FATO SELADO.     *
070500*----------------------------------------------------------------*
070600 4500-SEAL-STATUS.
070700     IF WRK-SELO-GRAVADO
070800        MOVE "SELADA NESTA EXECUCAO" TO WRK-SELO-SITUACAO
070900        GO TO 4500-EXIT
071000     END-IF.
071100     IF WRK-SELO-SITUACAO(1:38) EQUAL
071200           "NAO SELADA - DATA MUDOU NA CONFERENCIA"
071230        OR WRK-SELO-SITUACAO EQUAL
071260           "NAO SELADA - ERRO AO GRAVAR O SELO"
071300        GO TO 4500-EXIT
071400     END-IF.
071500     IF WRK-QB-DATA-COUNT GREATER THAN ZERO
071600           OR WRK-PED-SEM-CADEIA
071700        IF WRK-DIA-ACHOU AND CALC-SL-SITUACAO EQUAL "S"
071800           MOVE "JA SELADA - SELO COM QUEBRA" TO WRK-SELO-SITUACAO
071900        ELSE
072000           MOVE "NAO SELADA - DATA COM QUEBRA"
072100               TO WRK-SELO-SITUACAO
072200        END-IF
072300        GO TO 4500-EXIT
072400     END-IF.
072410     IF NOT WRK-DIA-ACHOU
072430           OR CALC-SL-SITUACAO NOT EQUAL "S"
072450        MOVE "NAO SELADA - SELO NAO GRAVADO" TO WRK-SELO-SITUACAO
072460        GO TO 4500-EXIT
072480     END-IF.
072500     MOVE "JA SELADA - SELO CONFERE" TO WRK-SELO-SITUACAO.
072600 4500-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------*
073000*  5000-SEAL-EMPTY-DATE - DATA PEDIDA SEM NENHUMA ENTRADA        *
073100*  ENCADEADA NO LOG: GANHA UM CONTROLE VAZIO JA SELADO, COM O    *
073200*  HASH DA CABECA COMO ELO. SE O CALCSEL JA TINHA ENTRADAS PARA  *
073300*  ELA, O 5500 APONTA A DATA COMO SUMIDA DO LOG.                 *
073400*----------------------------------------------------------------*
073500 5000-SEAL-EMPTY-DATE.
073600     IF WRK-PED-VISTA
073700        GO TO 5000-EXIT
073800     END-IF.
073900     IF NOT WRK-SEL-DISPONIVEL
074000        MOVE "NAO SELADA - CALCSEL INDISPONIVEL"
074100            TO WRK-SELO-SITUACAO
074200        GO TO 5000-EXIT
074300     END-IF.
074400     IF WRK-PED-SEM-CADEIA
074500        MOVE "NAO SELADA - DATA COM QUEBRA" TO WRK-SELO-SITUACAO
074600        GO TO 5000-EXIT
074700     END-IF.
074800     MOVE WRK-DATA-PEDIDA TO CALC-SL-DATA.
074900     READ CALC-SEL-FILE
075000         INVALID KEY
075100             GO TO 5000-NOVA
075200     END-READ.
075300     IF CALC-SL-SITUACAO EQUAL "S"
075400           AND CALC-SL-QTD EQUAL ZERO
075500        MOVE "JA SELADA - SEM ENTRADAS" TO WRK-SELO-SITUACAO
075600     ELSE
075700        MOVE "NAO SELADA - DATA SUMIU DO LOG" TO WRK-SELO-SITUACAO
075800     END-IF.
075900     GO TO 5000-EXIT.
076000 5000-NOVA.
076100     ACCEPT WRK-CURRENT-TIME FROM TIME.
076200     MOVE SPACES TO CALC-SEL-RECORD.
076300     MOVE WRK-DATA-PEDIDA       TO CALC-SL-DATA.
076400     MOVE ZERO                  TO CALC-SL-QTD.
076500     MOVE WRK-CAB-ULT-HASH      TO CALC-SL-HASH-INI.
076600     MOVE WRK-CAB-ULT-HASH      TO CALC-SL-HASH-ULT.
076700     MOVE ZERO                  TO CALC-SL-SOMA.
076800     MOVE "S"                   TO CALC-SL-SITUACAO.
076900     MOVE ZERO                  TO CALC-SL-SELO-QTD.
077000     MOVE WRK-CAB-ULT-HASH      TO CALC-SL-SELO-HASH.
077100     MOVE ZERO                  TO CALC-SL-SELO-SOMA.
077200     MOVE WRK-DATE-NUM          TO CALC-SL-SELO-DATA.
077300     MOVE WRK-CURRENT-TIME(1:6) TO CALC-SL-SELO-HORA.
077400     WRITE CALC-SEL-RECORD.
077500     IF CALC-SEL-STATUS EQUAL "00"
077600        MOVE "Y" TO WRK-SELO-GRAV-SW
077700        ADD 1 TO WRK-SELADA-COUNT
077800        MOVE "SELADA NESTA EXECUCAO - SEM ENTRADAS"
077900            TO WRK-SELO-SITUACAO
078000     ELSE
078100        DISPLAY "CALCCUST - ERRO " CALC-SEL-STATUS
078200            " AO GRAVAR O SELO DA DATA " WRK-DATA-PEDIDA
078300     END-IF.
078400 5000-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------------*
078800*  5500-CHECK-SEL-DATES - TODA DATA COM ENTRADAS NO CALCSEL TEM  *
078900*  DE TER SIDO VISTA NO LOG (VIVO OU MORTO); A QUE NAO FOI SUMIU.*
079000*----------------------------------------------------------------*
079100 5500-CHECK-SEL-DATES.
079200     IF NOT WRK-SEL-DISPONIVEL
079300        GO TO 5500-EXIT
079400     END-IF.
079500     IF WRK-DT-CHEIA
079600        MOVE "TABELA DE DATAS CHEIA - DATAS SUMIDAS DO LOG "
079700            TO WRK-CUR-AVISO(1:45)
079800        MOVE "NAO CONFERIDAS" TO WRK-CUR-AVISO(46:14)
079900        MOVE WRK-CUR-AVISO TO CALC-CUR-RECORD
080000        WRITE CALC-CUR-RECORD
080100        MOVE SPACES TO WRK-CUR-AVISO
080200        GO TO 5500-EXIT
080300     END-IF.
080400     MOVE "N" TO WRK-EOF-SW.
080500     MOVE 1 TO CALC-SL-DATA.
080600     START CALC-SEL-FILE
080700         KEY NOT LESS THAN CALC-SL-DATA
080800         INVALID KEY
080900             MOVE "Y" TO WRK-EOF-SW
081000     END-START.
081100     PERFORM 5600-READ-SEL THRU 5600-EXIT
081200         UNTIL WRK-EOF.
081300 5500-EXIT.
081400     EXIT.
081500
081600 5600-READ-SEL.
081700     READ CALC-SEL-FILE NEXT RECORD
081800         AT END
081900             MOVE "Y" TO WRK-EOF-SW
082000             GO TO 5600-EXIT
082100     END-READ.
082200     IF CALC-SL-QTD NOT NUMERIC
082300           OR CALC-SL-QTD EQUAL ZERO
082400        GO TO 5600-EXIT
082500     END-IF.
082600     MOVE "N" TO WRK-ACHOU-SW.
082700     MOVE ZERO TO WRK-DT-IX.
082800     PERFORM 5650-FIND-DATE THRU 5650-EXIT
082900         UNTIL WRK-ACHOU OR WRK-DT-IX NOT LESS THAN WRK-DT-QTD.
083000     IF NOT WRK-ACHOU
083100        MOVE "DATA SUMIU DO LOG" TO WRK-QB-TEXTO
083200        MOVE CALC-SL-DATA TO WRK-QB-DATA
083300        MOVE CALC-SL-QTD  TO WRK-QB-SEQ
083400        PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT
083500     END-IF.
083600 5600-EXIT.
083700     EXIT.
083800
083900 5650-FIND-DATE.
084000     ADD 1 TO WRK-DT-IX.
084100     IF WRK-DT-DATA(WRK-DT-IX) EQUAL CALC-SL-DATA
084200        MOVE "Y" TO WRK-ACHOU-SW
084300     END-IF.
084400 5650-EXIT.
084500     EXIT.
084600
084700*----------------------------------------------------------------*
084800*  5800-CHECK-HEAD - RELE A CABECA DA CADEIA: O ULTIMO HASH E O  *
084900*  TOTAL DE ENTRADAS ENCADEADAS TEM DE BATER COM O LOG. CADEIA NO*
085000*  LOG SEM CABECA (OU CABECA SEM CADEIA NO LOG) TAMBEM E QUEBRA. *
085100*----------------------------------------------------------------*
085200 5800-CHECK-HEAD.
085300     IF NOT WRK-SEL-DISPONIVEL
085400        GO TO 5800-EXIT
085500     END-IF.
085600     PERFORM 1100-READ-HEAD THRU 1100-EXIT.
085700     IF NOT WRK-CAB-ACHOU
085800           AND NOT WRK-ANT-VISTO
085900        GO TO 5800-EXIT
086000     END-IF.
086100     IF WRK-CAB-ACHOU
086200           AND WRK-ANT-VISTO
086300           AND WRK-CAB-ULT-HASH EQUAL WRK-ULT-HASH
086400           AND WRK-CAB-TOTAL EQUAL WRK-CAD-COUNT
086500        GO TO 5800-EXIT
086600     END-IF.
086700     MOVE "CABECA DA CADEIA NAO CONFERE" TO WRK-QB-TEXTO.
086800     MOVE WRK-CAB-ULT-DATA TO WRK-QB-DATA.
086900     MOVE ZERO TO WRK-QB-SEQ.
087000     PERFORM 7000-PRINT-QUEBRA THRU 7000-EXIT.
087100 5800-EXIT.
087200     EXIT.
087300
087400*----------------------------------------------------------------*
087500*  6000-PRINT-SUMMARY - CONTAGENS, SITUACAO DO SELO DA DATA      *
087600*  PEDIDA E O CERTIFICADO (OU A DIVERGENCIA) QUE O CALCCLSE LE.  *
087620*  O CERTIFICADO SO SAI SEM QUEBRA E COM A DATA PEDIDA SELADA E  *
087640*  O SELO CONFERIDO; DATA NAO SELADA (CALCSEL INDISPONIVEL, DATA *
087660*  MUDOU NA CONFERENCIA, ERRO AO GRAVAR O SELO) SAI COMO         *
087680*  DIVERGENCIA, E O FECHAMENTO FICA BARRADO.                     *
087700*----------------------------------------------------------------*
087800 6000-PRINT-SUMMARY.
087900     MOVE SPACES TO CALC-CUR-RECORD.
088000     WRITE CALC-CUR-RECORD.
088100     MOVE "ENTRADAS NO ARQUIVO MORTO        : " TO WRK-CUC-TEXTO.
088200     MOVE WRK-ARQ-COUNT TO WRK-CUC-QTD.
088300     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
088400     MOVE "ENTRADAS NO LOG VIVO             : " TO WRK-CUC-TEXTO.
088500     MOVE WRK-VIVO-COUNT TO WRK-CUC-QTD.
088600     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
088700     MOVE "  ANTERIORES A CADEIA            : " TO WRK-CUC-TEXTO.
088800     MOVE WRK-PRE-COUNT TO WRK-CUC-QTD.
088900     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
089000     MOVE "  ENCADEADAS                     : " TO WRK-CUC-TEXTO.
089100     MOVE WRK-CAD-COUNT TO WRK-CUC-QTD.
089200     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
089300     MOVE "DATAS ENCADEADAS CONFERIDAS      : " TO WRK-CUC-TEXTO.
089400     MOVE WRK-DATA-COUNT TO WRK-CUC-QTD.
089500     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
089600     MOVE "  SELADAS                        : " TO WRK-CUC-TEXTO.
089700     MOVE WRK-SELADA-COUNT TO WRK-CUC-QTD.
089800     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
089900     MOVE "QUEBRAS NA CADEIA                : " TO WRK-CUC-TEXTO.
090000     MOVE WRK-QUEBRA-COUNT TO WRK-CUC-QTD.
090100     PERFORM 6100-PRINT-CONTAGEM THRU 6100-EXIT.
090200     MOVE WRK-SELO-SITUACAO TO WRK-CUS-SITUACAO.
090300     MOVE WRK-CUR-SELO TO CALC-CUR-RECORD.
090400     WRITE CALC-CUR-RECORD.
090500     MOVE SPACES TO CALC-CUR-RECORD.
090600     WRITE CALC-CUR-RECORD.
090700     IF WRK-QUEBRA-COUNT GREATER THAN ZERO
090800        MOVE WRK-QUEBRA-COUNT TO WRK-CUD-QTD
090900        MOVE WRK-CUR-DIVERGE TO CALC-CUR-RECORD
091000     ELSE
091030        IF WRK-SELO-CONFERE
091070           MOVE "CERTIFICADO DE CUSTODIA: CADEIA E SELOS CONFEREM"
091110               TO CALC-CUR-RECORD
091150        ELSE
091180           MOVE WRK-SELO-SITUACAO TO WRK-CUN-SITUACAO
091220           MOVE WRK-CUR-NAO-SELADA TO CALC-CUR-RECORD
091260        END-IF
091300     END-IF.
091400     WRITE CALC-CUR-RECORD.
091500 6000-EXIT.
091600     EXIT.
091700
091800 6100-PRINT-CONTAGEM.
091900     MOVE WRK-CUR-CONTAGEM TO CALC-CUR-RECORD.
092000     WRITE CALC-CUR-RECORD.
092100 6100-EXIT.
092200     EXIT.
092300
092400*----------------------------------------------------------------*
092500*  7000-PRINT-QUEBRA - IMPRIME UMA QUEBRA (TEXTO, DATA E         *
092600*  SEQUENCIAL JA MONTADOS) E, QUANDO HA, A CHAVE DA ENTRADA NO   *
092700*  LOG NA LINHA DE BAIXO. CONTA NO TOTAL E NA DATA EM CONFERENCIA*
092800*----------------------------------------------------------------*
092900 7000-PRINT-QUEBRA.
093000     ADD 1 TO WRK-QUEBRA-COUNT.
093100     ADD 1 TO WRK-QB-DATA-COUNT.
093200     MOVE WRK-QUEBRA-LINE TO CALC-CUR-RECORD.
093300     WRITE CALC-CUR-RECORD.
093400     IF WRK-QB-CHAVE NOT EQUAL SPACES
093500        MOVE WRK-QB-CHAVE TO WRK-QC-CHAVE
093600        MOVE WRK-CHAVE-LINE TO CALC-CUR-RECORD
093700        WRITE CALC-CUR-RECORD
093800     END-IF.
093900     MOVE SPACES TO WRK-QB-CHAVE.
094000 7000-EXIT.
094100     EXIT.
