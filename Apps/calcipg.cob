000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCIPG.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. GERADOR DAS INSTRUCOES    *
001200*                   PERMANENTES: PEDE A DATA DE NEGOCIO, LE O    *
001300*                   CADASTRO (CALCIPM) E GRAVA NO ARQUIVO BRUTO  *
001400*                   (CALCINR) UM LOTE COM HEADER, TRAILER E HASH *
001500*                   COM AS INSTRUCOES QUE VENCEM NA DATA. O      *
001600*                   VENCIMENTO QUE CAI EM SABADO, DOMINGO OU     *
001700*                   FERIADO (CALENDARIO CALCFER) PASSA PARA O    *
001800*                   DIA UTIL SEGUINTE, ENTAO A DATA DE NEGOCIO   *
001900*                   GERA TUDO O QUE VENCEU DEPOIS DO DIA UTIL    *
002000*                   ANTERIOR. INSTRUCAO SUSPENSA, JA GERADA NA   *
002100*                   DATA OU COM CONTEUDO INVALIDO E PULADA;      *
002200*                   INSTRUCAO QUE PASSOU DA DATA FIM E ENCERRADA.*
002300*                   TUDO SAI NO REGISTRO DA GERACAO (CALCIPR). E *
002400*                   PASSO PROPRIO NO CONTROLE DE EXECUCAO        *
002500*                   (CALCRUN, PASSO CALCIPG), ANTES DO CALCEDIT: *
002600*                   DATA JA GERADA ("OK") NAO E GERADA DE NOVO.  *
002620* 15/10/2026 JH     INSTRUCAO AINDA NAO APROVADA NA CIPC (CALC-  *
002640*                   IP-APROVACAO DIFERENTE DE "A") E PULADA E    *
002660*                   CONTADA NO REGISTRO COMO PENDENTE DE         *
002680*                   APROVACAO.                                   *
002685* 15/10/2026 JH     CONFERIDA A ABERTURA DO RELATORIO CALCIPR;   *
002690*                   FALHA NA ATUALIZACAO DO CALCIPM NAO DEIXA    *
002695*                   MAIS CARIMBAR O PASSO "OK".                  *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT             DIVISION.
002900 INPUT-OUTPUT            SECTION.
003000 FILE-CONTROL.
003100     SELECT CALC-IPM-FILE    ASSIGN TO CALCIPM
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE  IS DYNAMIC
003400         RECORD KEY   IS CALC-IP-ID
003500         FILE STATUS  IS CALC-IPM-STATUS.
003600
003700     SELECT CALC-FER-FILE    ASSIGN TO CALCFER
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS  IS CALC-FER-STATUS.
004000
004100     SELECT CALC-RAW-FILE    ASSIGN TO CALCINR
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS  IS CALC-RAW-STATUS.
004400
004500     SELECT CALC-IPR-FILE    ASSIGN TO CALCIPR
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS  IS CALC-IPR-STATUS.
004800
004900     SELECT CALC-RUN-FILE    ASSIGN TO CALCRUN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS  IS CALC-RUN-STATUS.
005200
005300 DATA                    DIVISION.
005400 FILE                    SECTION.
005500 FD  CALC-IPM-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CALCIPM.
005800
005900 FD  CALC-FER-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CALCFER.
006200
006300 FD  CALC-RAW-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CALCREC.
006600
006700 FD  CALC-IPR-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  CALC-IPR-RECORD          PIC X(80).
007000
007100 FD  CALC-RUN-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CALCRUN.
007400
007500 WORKING-STORAGE         SECTION.
007600 77  WRK-EOF-SW               PIC X(01) VALUE "N".
007700     88  WRK-EOF                        VALUE "Y".
007730 77  WRK-ATU-ERRO-SW          PIC X(01) VALUE "N".
007760     88  WRK-ATU-ERRO                   VALUE "Y".
007800 77  CALC-IPM-STATUS          PIC X(02) VALUE "00".
007900 77  CALC-FER-STATUS          PIC X(02) VALUE "00".
008000 77  CALC-RAW-STATUS          PIC X(02) VALUE "00".
008100 77  CALC-IPR-STATUS          PIC X(02) VALUE "00".
008200
008300 77  WRK-RUN-ID               PIC X(06) VALUE SPACES.
008400 77  WRK-DATA-PEDIDA          PIC 9(08) VALUE ZERO.
008500 77  WRK-D-INT                PIC 9(07) COMP VALUE ZERO.
008600 77  WRK-D-UTIL-SW            PIC X(01) VALUE "Y".
008700     88  WRK-D-UTIL                     VALUE "Y".
008800 77  WRK-JAN-INI-INT          PIC 9(07) COMP VALUE ZERO.
008900 77  WRK-JAN-INI              PIC 9(08) VALUE ZERO.
009000 77  WRK-VOLTA-QTD            PIC 9(03) COMP VALUE ZERO.
009100 77  WRK-FIM-EFETIVO          PIC 9(08) VALUE ZERO.
009200
009300*    DATA DE TRABALHO DO CALENDARIO (7000): ENTRA WRK-DT-INT,
009400*    SAEM A DATA, O DIA DA SEMANA (1=SEGUNDA) E SE E DIA UTIL.
009500 77  WRK-DT-INT               PIC 9(07) COMP VALUE ZERO.
009600 77  WRK-DT-AUX               PIC 9(07) COMP VALUE ZERO.
009700 77  WRK-DT-QUOC              PIC 9(07) COMP VALUE ZERO.
009800 77  WRK-DT-RESTO             PIC 9(01) COMP VALUE ZERO.
009900 77  WRK-DT-DIA-SEMANA        PIC 9(01) VALUE ZERO.
010000 77  WRK-UTIL-SW              PIC X(01) VALUE "Y".
010100     88  WRK-DIA-UTIL                   VALUE "Y".
010200 01  WRK-DT-DATA              PIC 9(08) VALUE ZERO.
010300 01  WRK-DT-PARTES REDEFINES WRK-DT-DATA.
010400     05  WRK-DT-AAAA          PIC 9(04).
010500     05  WRK-DT-MM            PIC 9(02).
010600     05  WRK-DT-DD            PIC 9(02).
010700 01  WRK-PX-DATA              PIC 9(08) VALUE ZERO.
010800 01  WRK-PX-PARTES REDEFINES WRK-PX-DATA.
010900     05  WRK-PX-AAAA          PIC 9(04).
011000     05  WRK-PX-MM            PIC 9(02).
011100     05  WRK-PX-DD            PIC 9(02).
011200
011300*    VENCIMENTO DA INSTRUCAO CORRENTE DENTRO DA JANELA.
011400 77  WRK-SN-INT               PIC 9(07) COMP VALUE ZERO.
011500 77  WRK-VENCE-SW             PIC X(01) VALUE "N".
011600     88  WRK-VENCE                      VALUE "Y".
011700 77  WRK-VENC-DATA            PIC 9(08) VALUE ZERO.
011800 77  WRK-VALIDA-SW            PIC X(01) VALUE "Y".
011900     88  WRK-INSTRUCAO-VALIDA           VALUE "Y".
012000 77  WRK-PASSO-IX             PIC 9(02) COMP VALUE ZERO.
012100
012200 77  WRK-LIDAS-COUNT          PIC 9(07) COMP VALUE ZERO.
012300 77  WRK-GERADAS-COUNT        PIC 9(07) COMP VALUE ZERO.
012400 77  WRK-ADIADAS-COUNT        PIC 9(07) COMP VALUE ZERO.
012500 77  WRK-SUSPENSAS-COUNT      PIC 9(07) COMP VALUE ZERO.
012550 77  WRK-PENDENTES-COUNT      PIC 9(07) COMP VALUE ZERO.
012600 77  WRK-JA-GERADAS-COUNT     PIC 9(07) COMP VALUE ZERO.
012700 77  WRK-INVALIDAS-COUNT      PIC 9(07) COMP VALUE ZERO.
012800 77  WRK-EXPIRADAS-COUNT      PIC 9(07) COMP VALUE ZERO.
012900 77  WRK-DET-COUNT            PIC 9(07) COMP VALUE ZERO.
013000 01  WRK-LOTE-HASH            PIC S9(16)V99 VALUE ZEROS.
013100
013200*    CALENDARIO DE FERIADOS (CALCFER).
013300 77  WRK-FE-IX                PIC 9(03) COMP VALUE ZERO.
013400 77  WRK-FE-QTD               PIC 9(03) COMP VALUE ZERO.
013500 77  WRK-FE-MAX               PIC 9(03) COMP VALUE 500.
013600 77  WRK-FE-ACHOU-SW          PIC X(01) VALUE "N".
013700     88  WRK-FE-ACHOU                   VALUE "Y".
013800 01  WRK-FER-TABLE.
013900     05  WRK-FE-DATA          PIC 9(08) OCCURS 500 TIMES.
014000
014100*    IMAGENS DO LOTE (DETALHES E DELIMITADORES DE SET), GRAVADAS
014200*    NO CALCINR SO DEPOIS DE LIDO O CADASTRO INTEIRO.
014300 77  WRK-OT-IX                PIC 9(05) COMP VALUE ZERO.
014400 77  WRK-OT-QTD               PIC 9(05) COMP VALUE ZERO.
014500 77  WRK-OT-MAX               PIC 9(05) COMP VALUE 5000.
014600 01  WRK-OUT-TABLE.
014700     05  WRK-OT-IMAGEM        PIC X(57) OCCURS 5000 TIMES.
014800
014900*    ATUALIZACOES DO CADASTRO: G = GERADA NA DATA (ULT-GERACAO),
015000*    X = EXPIRADA (PASSA A ENCERRADA).
015100 77  WRK-AT-IX                PIC 9(05) COMP VALUE ZERO.
015200 77  WRK-AT-QTD               PIC 9(05) COMP VALUE ZERO.
015300 77  WRK-AT-MAX               PIC 9(05) COMP VALUE 2000.
015400 77  WRK-AT-ACAO-NOVA         PIC X(01) VALUE SPACE.
015500 01  WRK-ATU-TABLE.
015600     05  WRK-AT-ENTRY OCCURS 2000 TIMES.
015700         10  WRK-AT-ID        PIC X(08).
015800         10  WRK-AT-ACAO      PIC X(01).
015900
016000 01  WRK-TRANS-IMAGE          PIC X(57) VALUE SPACES.
016100 01  WRK-TRANS-FIELDS REDEFINES WRK-TRANS-IMAGE.
016200     05  WRK-TR-NUMERO1       PIC S9(16)V99.
016300     05  WRK-TR-NUMERO2       PIC S9(16)V99.
016400     05  WRK-TR-OPERACAO      PIC X(01).
016500     05  WRK-TR-MOEDA         PIC X(03).
016600     05  WRK-TR-USO-ACUM      PIC X(01).
016700     05  WRK-TR-CONTA         PIC X(10).
016800     05  FILLER               PIC X(06).
016900 01  WRK-TRANS-SET REDEFINES WRK-TRANS-IMAGE.
017000     05  WRK-TS-TIPO          PIC X(01).
017100     05  WRK-TS-SET-ID        PIC X(08).
017200     05  FILLER               PIC X(48).
017300
017400 01  WRK-IPR-TITULO.
017500     05  FILLER               PIC X(44) VALUE
017600         "CALCIPG - INSTRUCOES PERMANENTES - RUN-ID:  ".
017700     05  WRK-TIT-RUN-ID       PIC X(06).
017800     05  FILLER               PIC X(30) VALUE SPACES.
017900 01  WRK-IPR-DATAS.
018000     05  FILLER               PIC X(17) VALUE
018100         "DATA DE NEGOCIO: ".
018200     05  WRK-IPD-DATA         PIC 9(08).
018300     05  FILLER               PIC X(18) VALUE
018400         "   VENCIMENTOS DE ".
018500     05  WRK-IPD-JAN-INI      PIC 9(08).
018600     05  FILLER               PIC X(03) VALUE " A ".
018700     05  WRK-IPD-JAN-FIM      PIC 9(08).
018800     05  FILLER               PIC X(18) VALUE SPACES.
018900 01  WRK-IPR-CABEC.
019000     05  FILLER               PIC X(40) VALUE
019100         "INSTRUC. DESCRICAO                 F VEN".
019200     05  FILLER               PIC X(40) VALUE
019300         "CIMENTO SITUACAO                        ".
019400 01  WRK-IPR-DETALHE.
019500     05  WRK-IPL-ID           PIC X(08).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  WRK-IPL-DESCRICAO    PIC X(25).
019800     05  FILLER               PIC X(01) VALUE SPACE.
019900     05  WRK-IPL-FREQUENCIA   PIC X(01).
020000     05  FILLER               PIC X(01) VALUE SPACE.
020100     05  WRK-IPL-VENCTO       PIC 9(08).
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  WRK-IPL-TEXTO        PIC X(32).
020400     05  FILLER               PIC X(01) VALUE SPACE.
020500 01  WRK-IPR-CONTAGEM.
020600     05  WRK-IPC-TEXTO        PIC X(40).
020700     05  WRK-IPC-QTD          PIC ZZZZZZ9.
020800     05  FILLER               PIC X(33) VALUE SPACES.
020900 01  WRK-IPR-VALOR.
021000     05  WRK-IPV-TEXTO        PIC X(40).
021100     05  WRK-IPV-VALOR        PIC -(16)9.99.
021200     05  FILLER               PIC X(20) VALUE SPACES.
021300 01  WRK-IPR-AVISO            PIC X(80) VALUE SPACES.
021400
021500 01  WRK-CURRENT-DATE.
021600     05  WRK-DATE-NUM         PIC 9(08).
021700 01  WRK-CURRENT-TIME.
021800     05  WRK-TIME-NUM         PIC 9(08).
021900
022000 77  CALC-RUN-STATUS          PIC X(02) VALUE "00".
022100 77  WRK-RUN-EOF-SW           PIC X(01) VALUE "N".
022200     88  WRK-RUN-EOF                    VALUE "Y".
022300 77  WRK-RC-QTD               PIC 9(03) COMP VALUE ZERO.
022400 77  WRK-RC-MAX               PIC 9(03) COMP VALUE 200.
022500 77  WRK-RC-IX                PIC 9(03) COMP VALUE ZERO.
022600 77  WRK-RC-MEU-IX            PIC 9(03) COMP VALUE ZERO.
022700 77  WRK-RC-ACHOU-SW          PIC X(01) VALUE "N".
022800     88  WRK-RC-ACHOU                   VALUE "Y".
022900 77  WRK-RC-TRUNC-SW          PIC X(01) VALUE "N".
023000     88  WRK-RC-TRUNCADA                VALUE "Y".
023100 77  WRK-RC-PASSO             PIC X(12) VALUE SPACES.
023200 77  WRK-RC-DATA-NEG          PIC 9(08) VALUE ZERO.
023300 01  WRK-RC-TABLE.
023400     05  WRK-RC-ENTRY OCCURS 200 TIMES.
023500         10  WRK-RC-DATA      PIC 9(08).
023600         10  WRK-RC-PROG      PIC X(12).
023700         10  WRK-RC-INI       PIC 9(06).
023800         10  WRK-RC-FIM       PIC 9(06).
023900         10  WRK-RC-RESULT    PIC X(02).
024000         10  WRK-RC-SEQ       PIC 9(03).
024100         10  FILLER           PIC X(03).
024200
024300 PROCEDURE               DIVISION.
024400
024500*----------------------------------------------------------------*
024600*  0000-MAINLINE - PEDE A DATA DE NEGOCIO, CARREGA O CALENDARIO, *
024700*  CONFERE O CONTROLE DE EXECUCAO E MONTA A JANELA DE            *
024800*  VENCIMENTOS. EM DIA UTIL LE O CADASTRO, GRAVA O LOTE NO       *
024900*  CALCINR E SO ENTAO ATUALIZA O CADASTRO. DATA DE NEGOCIO QUE   *
025000*  NAO E DIA UTIL NAO GERA NADA (O QUE VENCE NELA FICA PARA O    *
025100*  PROXIMO DIA UTIL). SO CARIMBA "OK" COM O CADASTRO ATUALIZADO. *
025200*----------------------------------------------------------------*
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
025600     PERFORM 6000-CHECK-RUN-CONTROL THRU 6000-EXIT.
025700     PERFORM 1500-SET-WINDOW THRU 1500-EXIT.
025800     OPEN OUTPUT CALC-IPR-FILE.
025810     IF CALC-IPR-STATUS NOT = "00"
025830        DISPLAY "CALCIPG - ERRO " CALC-IPR-STATUS
025850            " AO ABRIR O CALCIPR - EXECUCAO INTERROMPIDA"
025860        STOP RUN
025880     END-IF.
025900     PERFORM 5000-PRINT-HEADINGS THRU 5000-EXIT.
026000     IF WRK-D-UTIL
026100        PERFORM 2000-SCAN-INSTRUCTIONS THRU 2000-EXIT
026200        PERFORM 3000-WRITE-BATCH THRU 3000-EXIT
026300        PERFORM 4000-UPDATE-MASTER THRU 4000-EXIT
026400     ELSE
026500        MOVE SPACES TO WRK-IPR-AVISO
026600        MOVE "DATA DE NEGOCIO NAO E DIA UTIL - NENHUMA INSTRUCAO "
026700            TO WRK-IPR-AVISO(1:51)
026800        MOVE "GERADA" TO WRK-IPR-AVISO(52:6)
026900        WRITE CALC-IPR-RECORD FROM WRK-IPR-AVISO
027000        DISPLAY "CALCIPG - DATA " WRK-RC-DATA-NEG
027100            " NAO E DIA UTIL - NADA GERADO"
027200     END-IF.
027300     PERFORM 5500-PRINT-SUMMARY THRU 5500-EXIT.
027400     CLOSE CALC-IPR-FILE.
027410     IF WRK-ATU-ERRO
027430        DISPLAY "CALCIPG - CALCIPM NAO ATUALIZADO POR COMPLETO - "
027450            "PASSO NAO LIBERADO"
027460        STOP RUN
027480     END-IF.
027500     PERFORM 6400-STAMP-RUN-END THRU 6400-EXIT.
027600     DISPLAY "CALCIPG - DATA " WRK-RC-DATA-NEG " - "
027700         WRK-GERADAS-COUNT " INSTRUCOES GERADAS NO RUN-ID "
027800         WRK-RUN-ID.
027900     STOP RUN.
028000
028100*----------------------------------------------------------------*
028200*  1000-INITIALIZE - PEDE A DATA DE NEGOCIO (ZERO = HOJE), QUE   *
028300*  NAO PODE SER FUTURA NEM INVALIDA, E GERA O RUN-ID DO LOTE     *
028400*  ("I" MAIS O HORARIO, COMO O CALCVARR GERA O SEU).             *
028500*----------------------------------------------------------------*
028600 1000-INITIALIZE.
028700     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
028800     ACCEPT WRK-CURRENT-TIME FROM TIME.
028900     DISPLAY "CALCIPG - DATA DE NEGOCIO (AAAAMMDD, 0=HOJE): ".
029000     ACCEPT WRK-DATA-PEDIDA FROM CONSOLE.
029100     IF WRK-DATA-PEDIDA EQUAL ZERO
029200        MOVE WRK-DATE-NUM TO WRK-DATA-PEDIDA
029300     END-IF.
029400     IF WRK-DATA-PEDIDA GREATER THAN WRK-DATE-NUM
029500        DISPLAY "CALCIPG - DATA " WRK-DATA-PEDIDA
029600            " NO FUTURO - EXECUCAO RECUSADA"
029700        STOP RUN
029800     END-IF.
029900     COMPUTE WRK-D-INT =
029950         FUNCTION INTEGER-OF-DATE(WRK-DATA-PEDIDA).
030000     IF WRK-D-INT EQUAL ZERO
030100        DISPLAY "CALCIPG - DATA " WRK-DATA-PEDIDA
030200            " INVALIDA - EXECUCAO RECUSADA"
030300        STOP RUN
030400     END-IF.
030500     MOVE WRK-DATA-PEDIDA TO WRK-RC-DATA-NEG.
030600     MOVE "I" TO WRK-RUN-ID(1:1).
030700     MOVE WRK-CURRENT-TIME(1:5) TO WRK-RUN-ID(2:5).
030800 1000-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------*
031200*  1200-LOAD-HOLIDAYS - CARREGA O CALENDARIO DE FERIADOS         *
031300*  (CALCFER). SEM O ARQUIVO SO SABADO E DOMINGO SAO NAO UTEIS.   *
031400*  TABELA CHEIA RECUSA A EXECUCAO ANTES DE CARIMBAR O CONTROLE,  *
031500*  POIS UM FERIADO PERDIDO ANTECIPARIA VENCIMENTOS.              *
031600*----------------------------------------------------------------*
031700 1200-LOAD-HOLIDAYS.
031800     MOVE ZERO TO WRK-FE-QTD.
031900     OPEN INPUT CALC-FER-FILE.
032000     IF CALC-FER-STATUS NOT = "00"
032100        DISPLAY "CALCIPG - SEM CALENDARIO DE FERIADOS "
032150            "(CALCFER) - "
032200            "SO SABADO E DOMINGO SAO NAO UTEIS"
032300        GO TO 1200-EXIT
032400     END-IF.
032500     MOVE "N" TO WRK-EOF-SW.
032600     PERFORM 1250-READ-HOLIDAY THRU 1250-EXIT
032700         UNTIL WRK-EOF.
032800     CLOSE CALC-FER-FILE.
032900 1200-EXIT.
033000     EXIT.
033100
033200 1250-READ-HOLIDAY.
033300     READ CALC-FER-FILE
033400         AT END
033500             MOVE "Y" TO WRK-EOF-SW
033600             GO TO 1250-EXIT
033700     END-READ.
033800     IF CALC-FR-DATA NOT NUMERIC
033900        DISPLAY "CALCIPG - FERIADO INVALIDO IGNORADO: "
034000            CALC-FER-RECORD
034100        GO TO 1250-EXIT
034200     END-IF.
034300     IF WRK-FE-QTD NOT LESS THAN WRK-FE-MAX
034400        DISPLAY "CALCIPG - TABELA DE FERIADOS CHEIA - "
034500            "EXECUCAO RECUSADA"
034600        STOP RUN
034700     END-IF.
034800     ADD 1 TO WRK-FE-QTD.
034900     MOVE CALC-FR-DATA TO WRK-FE-DATA(WRK-FE-QTD).
035000 1250-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------*
035400*  1500-SET-WINDOW - A JANELA DE VENCIMENTOS VAI DO DIA SEGUINTE *
035500*  AO DIA UTIL ANTERIOR ATE A DATA DE NEGOCIO: O QUE VENCEU NO   *
035600*  FIM DE SEMANA OU NO FERIADO ENTRE OS DOIS E GERADO AGORA. A   *
035700*  VOLTA E LIMITADA A 31 DIAS.                                   *
035800*----------------------------------------------------------------*
035900 1500-SET-WINDOW.
036000     MOVE WRK-D-INT TO WRK-DT-INT.
036100     PERFORM 7000-CHECK-BUSINESS-DAY THRU 7000-EXIT.
036200     MOVE WRK-UTIL-SW TO WRK-D-UTIL-SW.
036300     COMPUTE WRK-DT-INT = WRK-D-INT - 1.
036400     MOVE ZERO TO WRK-VOLTA-QTD.
036500     PERFORM 7000-CHECK-BUSINESS-DAY THRU 7000-EXIT.
036600     PERFORM 1550-STEP-BACK THRU 1550-EXIT
036700         UNTIL WRK-DIA-UTIL
036800            OR WRK-VOLTA-QTD NOT LESS THAN 31.
036900     COMPUTE WRK-JAN-INI-INT = WRK-DT-INT + 1.
037000     COMPUTE WRK-JAN-INI =
037100         FUNCTION DATE-OF-INTEGER(WRK-JAN-INI-INT).
037200 1500-EXIT.
037300     EXIT.
037400
037500 1550-STEP-BACK.
037600     SUBTRACT 1 FROM WRK-DT-INT.
037700     ADD 1 TO WRK-VOLTA-QTD.
037800     PERFORM 7000-CHECK-BUSINESS-DAY THRU 7000-EXIT.
037900 1550-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------*
038300*  2000-SCAN-INSTRUCTIONS - LE O CADASTRO INTEIRO NA ORDEM DO    *
038400*  CODIGO. CADASTRO AINDA NAO CRIADO E UMA GERACAO VAZIA.        *
038500*----------------------------------------------------------------*
038600 2000-SCAN-INSTRUCTIONS.
038700     OPEN INPUT CALC-IPM-FILE.
038800     IF CALC-IPM-STATUS EQUAL "35"
038900        DISPLAY "CALCIPG - CADASTRO DE INSTRUCOES (CALCIPM) "
038950            "AINDA "
039000            "NAO CRIADO - NADA A GERAR"
039100        GO TO 2000-EXIT
039200     END-IF.
039300     IF CALC-IPM-STATUS NOT = "00"
039400        DISPLAY "CALCIPG - CALCIPM INDISPONIVEL ("
039500            CALC-IPM-STATUS ") - EXECUCAO INTERROMPIDA"
039600        STOP RUN
039700     END-IF.
039800     MOVE "N" TO WRK-EOF-SW.
039900     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT
040000         UNTIL WRK-EOF.
040100     CLOSE CALC-IPM-FILE.
040200 2000-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------*
040600*  2100-READ-INSTRUCTION - UMA INSTRUCAO. ENCERRADA E IGNORADA;  *
040700*  A QUE PASSOU DA DATA FIM (OU DA DATA ESPECIFICA) ANTES DA     *
040800*  JANELA EXPIRA; A QUE NAO VENCE NA JANELA NAO APARECE. A QUE   *
040870*  VENCE E GERADA, SALVO SE SUSPENSA, PENDENTE DE APROVACAO NA   *
040950*  CIPC, JA GERADA NA DATA OU COM CONTEUDO INVALIDO - TODOS      *
041020*  ESSES CASOS SAEM NO REGISTRO.                                 *
041100*----------------------------------------------------------------*
041200 2100-READ-INSTRUCTION.
041300     READ CALC-IPM-FILE NEXT RECORD
041400         AT END
041500             MOVE "Y" TO WRK-EOF-SW
041600             GO TO 2100-EXIT
041700     END-READ.
041800     ADD 1 TO WRK-LIDAS-COUNT.
041900     IF CALC-IP-SITUACAO EQUAL "E"
042000        GO TO 2100-EXIT
042100     END-IF.
042200     MOVE ZERO TO WRK-VENC-DATA.
042300     IF CALC-IP-FREQUENCIA EQUAL "E"
042400        MOVE CALC-IP-DATA-ESPECIFICA TO WRK-FIM-EFETIVO
042500     ELSE
042600        MOVE CALC-IP-DATA-FIM TO WRK-FIM-EFETIVO
042700     END-IF.
042800     IF WRK-FIM-EFETIVO NOT EQUAL ZERO
042900           AND WRK-FIM-EFETIVO LESS THAN WRK-JAN-INI
043000        MOVE "X" TO WRK-AT-ACAO-NOVA
043100        PERFORM 2800-ADD-UPDATE THRU 2800-EXIT
043200        MOVE "EXPIRADA - INSTRUCAO ENCERRADA" TO WRK-IPL-TEXTO
043300        PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
043400        ADD 1 TO WRK-EXPIRADAS-COUNT
043500        GO TO 2100-EXIT
043600     END-IF.
043700     IF CALC-IP-FREQUENCIA NOT EQUAL "D"
043800           AND CALC-IP-FREQUENCIA NOT EQUAL "S"
043900           AND CALC-IP-FREQUENCIA NOT EQUAL "M"
044000           AND CALC-IP-FREQUENCIA NOT EQUAL "E"
044100        MOVE "PULADA - FREQUENCIA INVALIDA" TO WRK-IPL-TEXTO
044200        PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
044300        ADD 1 TO WRK-INVALIDAS-COUNT
044400        GO TO 2100-EXIT
044500     END-IF.
044600     PERFORM 2300-FIND-DUE-DATE THRU 2300-EXIT.
044700     IF NOT WRK-VENCE
044800        GO TO 2100-EXIT
044900     END-IF.
045000     IF CALC-IP-SITUACAO EQUAL "S"
045100        MOVE "PULADA - SUSPENSA" TO WRK-IPL-TEXTO
045200        PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
045300        ADD 1 TO WRK-SUSPENSAS-COUNT
045400        GO TO 2100-EXIT
045500     END-IF.
045510     IF CALC-IP-APROVACAO NOT EQUAL "A"
045520        MOVE "PULADA - PENDENTE DE APROVACAO" TO WRK-IPL-TEXTO
045540        PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
045550        ADD 1 TO WRK-PENDENTES-COUNT
045570        GO TO 2100-EXIT
045580     END-IF.
045600     IF CALC-IP-ULT-GERACAO NOT LESS THAN WRK-RC-DATA-NEG
045700        MOVE "PULADA - JA GERADA NA DATA" TO WRK-IPL-TEXTO
045800        PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
045900        ADD 1 TO WRK-JA-GERADAS-COUNT
046000        GO TO 2100-EXIT
046100     END-IF.
046200     PERFORM 2400-CHECK-CONTENT THRU 2400-EXIT.
046300     IF NOT WRK-INSTRUCAO-VALIDA
046400        MOVE "PULADA - INSTRUCAO INVALIDA" TO WRK-IPL-TEXTO
046500        PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
046600        ADD 1 TO WRK-INVALIDAS-COUNT
046700        GO TO 2100-EXIT
046800     END-IF.
046900     PERFORM 2500-BUILD-RECORDS THRU 2500-EXIT.
047000     MOVE "G" TO WRK-AT-ACAO-NOVA.
047100     PERFORM 2800-ADD-UPDATE THRU 2800-EXIT.
047200     ADD 1 TO WRK-GERADAS-COUNT.
047300     IF WRK-VENC-DATA EQUAL WRK-RC-DATA-NEG
047400        MOVE "GERADA" TO WRK-IPL-TEXTO
047500     ELSE
047600        MOVE "GERADA - VENCIMENTO NAO UTIL" TO WRK-IPL-TEXTO
047700        ADD 1 TO WRK-ADIADAS-COUNT
047800     END-IF.
047900     PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT.
048000 2100-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------------*
048400*  2300-FIND-DUE-DATE - PROCURA NA JANELA, DO PRIMEIRO DIA ATE A *
048500*  DATA DE NEGOCIO, UM VENCIMENTO DA INSTRUCAO DENTRO DA SUA     *
048600*  VIGENCIA. A INSTRUCAO E GERADA UMA VEZ SO POR DATA, MESMO QUE *
048700*  A JANELA TENHA MAIS DE UM VENCIMENTO DELA.                    *
048800*----------------------------------------------------------------*
048900 2300-FIND-DUE-DATE.
049000     MOVE "N" TO WRK-VENCE-SW.
049100     MOVE WRK-JAN-INI-INT TO WRK-SN-INT.
049200     PERFORM 2350-CHECK-NOMINAL THRU 2350-EXIT
049300         UNTIL WRK-VENCE
049400            OR WRK-SN-INT GREATER THAN WRK-D-INT.
049500 2300-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------------*
049900*  2350-CHECK-NOMINAL - O DIA WRK-SN-INT E VENCIMENTO DA         *
050000*  INSTRUCAO? DIARIA: SO A PROPRIA DATA DE NEGOCIO (DIA UTIL).   *
050100*  SEMANAL: O DIA DA SEMANA. MENSAL: O DIA DO MES, OU O ULTIMO   *
050200*  DIA QUANDO O MES E MAIS CURTO. ESPECIFICA: A PROPRIA DATA.    *
050300*----------------------------------------------------------------*
050400 2350-CHECK-NOMINAL.
050500     MOVE WRK-SN-INT TO WRK-DT-INT.
050600     PERFORM 7000-CHECK-BUSINESS-DAY THRU 7000-EXIT.
050700     IF WRK-DT-DATA LESS THAN CALC-IP-DATA-INICIO
050800        GO TO 2350-PROXIMO
050900     END-IF.
051000     IF CALC-IP-DATA-FIM NOT EQUAL ZERO
051100           AND WRK-DT-DATA GREATER THAN CALC-IP-DATA-FIM
051200        GO TO 2350-PROXIMO
051300     END-IF.
051400     EVALUATE CALC-IP-FREQUENCIA
051500         WHEN "D"
051600             IF WRK-SN-INT EQUAL WRK-D-INT
051700                MOVE "Y" TO WRK-VENCE-SW
051800             END-IF
051900         WHEN "S"
052000             IF WRK-DT-DIA-SEMANA EQUAL CALC-IP-DIA
052100                MOVE "Y" TO WRK-VENCE-SW
052200             END-IF
052300         WHEN "M"
052400             IF WRK-DT-DD EQUAL CALC-IP-DIA
052500                MOVE "Y" TO WRK-VENCE-SW
052600             ELSE
052700                IF CALC-IP-DIA GREATER THAN WRK-DT-DD
052800                   COMPUTE WRK-PX-DATA =
052900                       FUNCTION DATE-OF-INTEGER(WRK-SN-INT + 1)
053000                   IF WRK-PX-DD EQUAL 1
053100                      MOVE "Y" TO WRK-VENCE-SW
053200                   END-IF
053300                END-IF
053400             END-IF
053500         WHEN "E"
053600             IF WRK-DT-DATA EQUAL CALC-IP-DATA-ESPECIFICA
053700                MOVE "Y" TO WRK-VENCE-SW
053800             END-IF
053900     END-EVALUATE.
054000     IF WRK-VENCE
054100        MOVE WRK-DT-DATA TO WRK-VENC-DATA
054200        GO TO 2350-EXIT
054300     END-IF.
054400 2350-PROXIMO.
054500     ADD 1 TO WRK-SN-INT.
054600 2350-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------------*
055000*  2400-CHECK-CONTENT - CONFERE O QUE O CALCIPC GRAVOU: AVULSA   *
055100*  COM UM PASSO, SET COM 2 A 6, OPERACAO 1-6 E USO DO ACUMULADO  *
055200*  BRANCO/1/2 (SO EM SET). O RESTO (CONTA, MOEDA, DIVISOR) E     *
055300*  CRITICADO PELO CALCEDIT, QUE SUSPENDE O QUE NAO PASSAR.       *
055400*----------------------------------------------------------------*
055500 2400-CHECK-CONTENT.
055600     MOVE "Y" TO WRK-VALIDA-SW.
055700     IF CALC-IP-QTD-PASSOS NOT NUMERIC
055800        MOVE "N" TO WRK-VALIDA-SW
055900        GO TO 2400-EXIT
056000     END-IF.
056100     EVALUATE TRUE
056200         WHEN CALC-IP-TIPO EQUAL "A"
056300             IF CALC-IP-QTD-PASSOS NOT EQUAL 1
056400                MOVE "N" TO WRK-VALIDA-SW
056500             END-IF
056600         WHEN CALC-IP-TIPO EQUAL "S"
056700             IF CALC-IP-QTD-PASSOS LESS THAN 2
056800                   OR CALC-IP-QTD-PASSOS GREATER THAN 6
056900                MOVE "N" TO WRK-VALIDA-SW
057000             END-IF
057100         WHEN OTHER
057200             MOVE "N" TO WRK-VALIDA-SW
057300     END-EVALUATE.
057400     MOVE ZERO TO WRK-PASSO-IX.
057500     PERFORM 2450-CHECK-STEP THRU 2450-EXIT
057600         UNTIL NOT WRK-INSTRUCAO-VALIDA
057700            OR WRK-PASSO-IX NOT LESS THAN CALC-IP-QTD-PASSOS.
057800 2400-EXIT.
057900     EXIT.
058000
058100 2450-CHECK-STEP.
058200     ADD 1 TO WRK-PASSO-IX.
058300     IF CALC-IP-OPERACAO(WRK-PASSO-IX) LESS THAN "1"
058400           OR CALC-IP-OPERACAO(WRK-PASSO-IX) GREATER THAN "6"
058500        MOVE "N" TO WRK-VALIDA-SW
058600        GO TO 2450-EXIT
058700     END-IF.
058800     IF CALC-IP-USO-ACUM(WRK-PASSO-IX) NOT EQUAL SPACE
058900           AND (CALC-IP-TIPO NOT EQUAL "S"
059000           OR (CALC-IP-USO-ACUM(WRK-PASSO-IX) NOT EQUAL "1"
059100           AND CALC-IP-USO-ACUM(WRK-PASSO-IX) NOT EQUAL "2"))
059200        MOVE "N" TO WRK-VALIDA-SW
059300        GO TO 2450-EXIT
059400     END-IF.
059500     IF CALC-IP-NUMERO1(WRK-PASSO-IX) NOT NUMERIC
059600           OR CALC-IP-NUMERO2(WRK-PASSO-IX) NOT NUMERIC
059700        MOVE "N" TO WRK-VALIDA-SW
059800     END-IF.
059900 2450-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------------*
060300*  2500-BUILD-RECORDS - MONTA AS IMAGENS DA INSTRUCAO NA TABELA  *
060400*  DO LOTE: AVULSA VIRA UM DETALHE; SET VIRA "S" (COM O CODIGO   *
060500*  DA INSTRUCAO COMO ID DO SET), UM DETALHE POR PASSO E "E".     *
060600*  MOEDA E CONTA SAO AS DA INSTRUCAO. OS DETALHES CONTAM NA      *
060700*  QUANTIDADE E NO HASH DO TRAILER. TABELA CHEIA INTERROMPE A    *
060800*  EXECUCAO ANTES DE GRAVAR QUALQUER COISA NO CALCINR.           *
060900*----------------------------------------------------------------*
061000 2500-BUILD-RECORDS.
061100     IF WRK-OT-QTD + CALC-IP-QTD-PASSOS + 2 GREATER THAN
061200           WRK-OT-MAX
061300        DISPLAY "CALCIPG - TABELA DO LOTE CHEIA - EXECUCAO "
061400            "INTERROMPIDA SEM GRAVAR O CALCINR"
061500        STOP RUN
061600     END-IF.
061700     IF CALC-IP-TIPO EQUAL "S"
061800        MOVE SPACES TO WRK-TRANS-IMAGE
061900        MOVE "S"        TO WRK-TS-TIPO
062000        MOVE CALC-IP-ID TO WRK-TS-SET-ID
062100        PERFORM 2590-ADD-IMAGE THRU 2590-EXIT
062200     END-IF.
062300     MOVE ZERO TO WRK-PASSO-IX.
062400     PERFORM 2550-BUILD-STEP THRU 2550-EXIT
062500         UNTIL WRK-PASSO-IX NOT LESS THAN CALC-IP-QTD-PASSOS.
062600     IF CALC-IP-TIPO EQUAL "S"
062700        MOVE SPACES TO WRK-TRANS-IMAGE
062800        MOVE "E" TO WRK-TS-TIPO
062900        PERFORM 2590-ADD-IMAGE THRU 2590-EXIT
063000     END-IF.
063100 2500-EXIT.
063200     EXIT.
063300
063400 2550-BUILD-STEP.
063500     ADD 1 TO WRK-PASSO-IX.
063600     MOVE SPACES TO WRK-TRANS-IMAGE.
063700     MOVE CALC-IP-NUMERO1(WRK-PASSO-IX)  TO WRK-TR-NUMERO1.
063800     MOVE CALC-IP-NUMERO2(WRK-PASSO-IX)  TO WRK-TR-NUMERO2.
063900     MOVE CALC-IP-OPERACAO(WRK-PASSO-IX) TO WRK-TR-OPERACAO.
064000     MOVE CALC-IP-MOEDA                  TO WRK-TR-MOEDA.
064100     MOVE CALC-IP-USO-ACUM(WRK-PASSO-IX) TO WRK-TR-USO-ACUM.
064200     MOVE CALC-IP-CONTA                  TO WRK-TR-CONTA.
064300     PERFORM 2590-ADD-IMAGE THRU 2590-EXIT.
064400     ADD 1 TO WRK-DET-COUNT.
064500     ADD CALC-IP-NUMERO1(WRK-PASSO-IX) TO WRK-LOTE-HASH.
064600     ADD CALC-IP-NUMERO2(WRK-PASSO-IX) TO WRK-LOTE-HASH.
064700 2550-EXIT.
064800     EXIT.
064900
065000 2590-ADD-IMAGE.
065100     ADD 1 TO WRK-OT-QTD.
065200     MOVE WRK-TRANS-IMAGE TO WRK-OT-IMAGEM(WRK-OT-QTD).
065300 2590-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------*
065700*  2800-ADD-UPDATE - GUARDA A ATUALIZACAO DO CADASTRO (ACAO EM   *
065800*  WRK-AT-ACAO-NOVA) PARA A INSTRUCAO CORRENTE, FEITA SO DEPOIS  *
065900*  QUE O LOTE ESTIVER NO CALCINR.                                *
066000*----------------------------------------------------------------*
066100 2800-ADD-UPDATE.
066200     IF WRK-AT-QTD NOT LESS THAN WRK-AT-MAX
066300        DISPLAY "CALCIPG - TABELA DE ATUALIZACOES CHEIA - "
066400            "EXECUCAO INTERROMPIDA SEM GRAVAR O CALCINR"
066500        STOP RUN
066600     END-IF.
066700     ADD 1 TO WRK-AT-QTD.
066800     MOVE WRK-AT-ACAO-NOVA TO WRK-AT-ACAO(WRK-AT-QTD).
066900     MOVE CALC-IP-ID     TO WRK-AT-ID(WRK-AT-QTD).
067000 2800-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------*
067400*  3000-WRITE-BATCH - ACRESCENTA AO CALCINR (CRIANDO O ARQUIVO   *
067500*  SE PRECISO, COMO O CALCAPR) O LOTE DA GERACAO: HEADER COM O   *
067600*  RUN-ID E A DATA DE NEGOCIO, AS IMAGENS E O TRAILER COM A      *
067700*  QUANTIDADE DE DETALHES E O HASH DOS OPERANDOS. SEM INSTRUCAO  *
067800*  GERADA NAO HA LOTE.                                           *
067900*----------------------------------------------------------------*
068000 3000-WRITE-BATCH.
068100     IF WRK-OT-QTD EQUAL ZERO
068200        GO TO 3000-EXIT
068300     END-IF.
068400     OPEN EXTEND CALC-RAW-FILE.
068500     IF CALC-RAW-STATUS NOT = "00"
068600        OPEN OUTPUT CALC-RAW-FILE
068700     END-IF.
068800     IF CALC-RAW-STATUS NOT = "00"
068900        DISPLAY "CALCIPG - ERRO " CALC-RAW-STATUS
069000            " AO ABRIR O CALCINR - EXECUCAO INTERROMPIDA"
069100        STOP RUN
069200     END-IF.
069300     MOVE SPACES TO CALC-TRANS-HEADER.
069400     MOVE "H"             TO CALC-TH-TIPO.
069500     MOVE WRK-RUN-ID      TO CALC-TH-RUN-ID.
069600     MOVE WRK-RC-DATA-NEG TO CALC-TH-DATA-MOVTO.
069700     WRITE CALC-TRANS-HEADER.
069800     MOVE ZERO TO WRK-OT-IX.
069900     PERFORM 3100-WRITE-IMAGE THRU 3100-EXIT
070000         UNTIL WRK-OT-IX NOT LESS THAN WRK-OT-QTD.
070100     MOVE SPACES TO CALC-TRANS-TRAILER.
070200     MOVE "T"           TO CALC-TT-TIPO.
070300     MOVE WRK-DET-COUNT TO CALC-TT-QTD.
070400     MOVE WRK-LOTE-HASH TO CALC-TT-HASH.
070500     WRITE CALC-TRANS-TRAILER.
070600     CLOSE CALC-RAW-FILE.
070700 3000-EXIT.
070800     EXIT.
070900
071000 3100-WRITE-IMAGE.
071100     ADD 1 TO WRK-OT-IX.
071200     MOVE WRK-OT-IMAGEM(WRK-OT-IX) TO CALC-TRANS-RECORD.
071300     WRITE CALC-TRANS-RECORD.
071400 3100-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------------*
071800*  4000-UPDATE-MASTER - COM O LOTE JA NO CALCINR, MARCA NO       *
071900*  CADASTRO A DATA DA ULTIMA GERACAO DAS INSTRUCOES GERADAS (O   *
072000*  QUE IMPEDE GERAR DE NOVO NA MESMA DATA) E ENCERRA AS          *
072100*  EXPIRADAS. INSTRUCAO NAO ACHADA OU NAO REGRAVADA SEGURA A     *
072150*  LIBERACAO DO PASSO.                                           *
072200*----------------------------------------------------------------*
072300 4000-UPDATE-MASTER.
072400     IF WRK-AT-QTD EQUAL ZERO
072500        GO TO 4000-EXIT
072600     END-IF.
072700     OPEN I-O CALC-IPM-FILE.
072800     IF CALC-IPM-STATUS NOT = "00"
072900        DISPLAY "CALCIPG - ERRO " CALC-IPM-STATUS
073000            " AO ATUALIZAR O CALCIPM - LOTE JA GRAVADO NO "
073100            "CALCINR, ULTIMA GERACAO NAO MARCADA"
073200        STOP RUN
073300     END-IF.
073400     MOVE ZERO TO WRK-AT-IX.
073500     PERFORM 4100-UPDATE-ONE THRU 4100-EXIT
073600         UNTIL WRK-AT-IX NOT LESS THAN WRK-AT-QTD.
073700     CLOSE CALC-IPM-FILE.
073800 4000-EXIT.
073900     EXIT.
074000
074100 4100-UPDATE-ONE.
074200     ADD 1 TO WRK-AT-IX.
074300     MOVE WRK-AT-ID(WRK-AT-IX) TO CALC-IP-ID.
074400     READ CALC-IPM-FILE
074500         INVALID KEY
074600             DISPLAY "CALCIPG - INSTRUCAO " WRK-AT-ID(WRK-AT-IX)
074700                 " NAO ENCONTRADA NA ATUALIZACAO"
074750             MOVE "Y" TO WRK-ATU-ERRO-SW
074800             GO TO 4100-EXIT
074900     END-READ.
075000     IF WRK-AT-ACAO(WRK-AT-IX) EQUAL "G"
075100        MOVE WRK-RC-DATA-NEG TO CALC-IP-ULT-GERACAO
075200     ELSE
075300        MOVE "E" TO CALC-IP-SITUACAO
075400     END-IF.
075500     MOVE WRK-DATE-NUM TO CALC-IP-DATA-ALTERACAO.
075600     REWRITE CALC-IPM-RECORD
075700         INVALID KEY
075800             DISPLAY "CALCIPG - ERRO NA REGRAVACAO DA INSTRUCAO "
075900                 WRK-AT-ID(WRK-AT-IX)
075950             MOVE "Y" TO WRK-ATU-ERRO-SW
076000     END-REWRITE.
076100 4100-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------*
076500*  5000-PRINT-HEADINGS - TITULO, DATA DE NEGOCIO E JANELA DE     *
076600*  VENCIMENTOS E O CABECALHO DAS COLUNAS DO REGISTRO.            *
076700*----------------------------------------------------------------*
076800 5000-PRINT-HEADINGS.
076900     MOVE WRK-RUN-ID TO WRK-TIT-RUN-ID.
077000     WRITE CALC-IPR-RECORD FROM WRK-IPR-TITULO.
077100     MOVE WRK-RC-DATA-NEG TO WRK-IPD-DATA.
077200     MOVE WRK-JAN-INI     TO WRK-IPD-JAN-INI.
077300     MOVE WRK-RC-DATA-NEG TO WRK-IPD-JAN-FIM.
077400     WRITE CALC-IPR-RECORD FROM WRK-IPR-DATAS.
077500     MOVE SPACES TO CALC-IPR-RECORD.
077600     WRITE CALC-IPR-RECORD.
077700     WRITE CALC-IPR-RECORD FROM WRK-IPR-CABEC.
077800 5000-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------------*
078200*  5100-PRINT-DETAIL - UMA LINHA DO REGISTRO PARA A INSTRUCAO    *
078300*  CORRENTE; O TEXTO JA ESTA EM WRK-IPL-TEXTO. O VENCIMENTO E O  *
078400*  NOMINAL (ANTES DE PASSAR AO DIA UTIL), OU A DATA FIM NA       *
078500*  EXPIRADA.                                                     *
078600*----------------------------------------------------------------*
078700 5100-PRINT-DETAIL.
078800     MOVE CALC-IP-ID         TO WRK-IPL-ID.
078900     MOVE CALC-IP-DESCRICAO  TO WRK-IPL-DESCRICAO.
079000     MOVE CALC-IP-FREQUENCIA TO WRK-IPL-FREQUENCIA.
079100     IF WRK-VENC-DATA EQUAL ZERO
079200        MOVE WRK-FIM-EFETIVO TO WRK-IPL-VENCTO
079300     ELSE
079400        MOVE WRK-VENC-DATA   TO WRK-IPL-VENCTO
079500     END-IF.
079600     WRITE CALC-IPR-RECORD FROM WRK-IPR-DETALHE.
079700 5100-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------------*
080100*  5500-PRINT-SUMMARY - TOTAIS DA GERACAO E CONTROLE DO LOTE     *
080200*  GRAVADO NO CALCINR.                                           *
080300*----------------------------------------------------------------*
080400 5500-PRINT-SUMMARY.
080500     MOVE SPACES TO CALC-IPR-RECORD.
080600     WRITE CALC-IPR-RECORD.
080700     MOVE "INSTRUCOES LIDAS NO CADASTRO          :"
080750         TO WRK-IPC-TEXTO.
080800     MOVE WRK-LIDAS-COUNT TO WRK-IPC-QTD.
080900     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
081000     MOVE "GERADAS                               :"
081050         TO WRK-IPC-TEXTO.
081100     MOVE WRK-GERADAS-COUNT TO WRK-IPC-QTD.
081200     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
081300     MOVE "  COM VENCIMENTO EM DIA NAO UTIL      :"
081350         TO WRK-IPC-TEXTO.
081400     MOVE WRK-ADIADAS-COUNT TO WRK-IPC-QTD.
081500     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
081600     MOVE "PULADAS - SUSPENSAS                   :"
081650         TO WRK-IPC-TEXTO.
081700     MOVE WRK-SUSPENSAS-COUNT TO WRK-IPC-QTD.
081800     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
081820     MOVE "PULADAS - PENDENTES DE APROVACAO      :"
081840         TO WRK-IPC-TEXTO.
081860     MOVE WRK-PENDENTES-COUNT TO WRK-IPC-QTD.
081880     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
081900     MOVE "PULADAS - JA GERADAS NA DATA          :"
081950         TO WRK-IPC-TEXTO.
082000     MOVE WRK-JA-GERADAS-COUNT TO WRK-IPC-QTD.
082100     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
082200     MOVE "PULADAS - INVALIDAS                   :"
082250         TO WRK-IPC-TEXTO.
082300     MOVE WRK-INVALIDAS-COUNT TO WRK-IPC-QTD.
082400     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
082500     MOVE "EXPIRADAS (ENCERRADAS)                :"
082550         TO WRK-IPC-TEXTO.
082600     MOVE WRK-EXPIRADAS-COUNT TO WRK-IPC-QTD.
082700     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
082800     MOVE "DETALHES GRAVADOS NO CALCINR          :"
082850         TO WRK-IPC-TEXTO.
082900     MOVE WRK-DET-COUNT TO WRK-IPC-QTD.
083000     WRITE CALC-IPR-RECORD FROM WRK-IPR-CONTAGEM.
083100     MOVE "HASH DO LOTE (TRAILER)                :"
083150         TO WRK-IPV-TEXTO.
083200     MOVE WRK-LOTE-HASH TO WRK-IPV-VALOR.
083300     WRITE CALC-IPR-RECORD FROM WRK-IPR-VALOR.
083400 5500-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------*
083800*  6000-CHECK-RUN-CONTROL - CONFERE O PASSO CALCIPG NA DATA DE   *
083900*  NEGOCIO: JA "OK" RECUSA (O LOTE IRIA DUAS VEZES PARA O        *
084000*  CALCINR); "EX" PROSSEGUE COM AVISO - A ULTIMA GERACAO DE CADA *
084100*  INSTRUCAO IMPEDE GERAR DE NOVO O QUE JA FOI MARCADO.          *
084200*----------------------------------------------------------------*
084300 6000-CHECK-RUN-CONTROL.
084400     PERFORM 6100-LOAD-RUN-CONTROL THRU 6100-EXIT.
084500     MOVE "CALCIPG" TO WRK-RC-PASSO.
084600     PERFORM 6200-FIND-RUN-ENTRY THRU 6200-EXIT.
084700     IF WRK-RC-ACHOU
084800        MOVE WRK-RC-IX TO WRK-RC-MEU-IX
084900        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "OK"
085000           DISPLAY "CALCIPG - INSTRUCOES DA DATA " WRK-RC-DATA-NEG
085100               " JA GERADAS - EXECUCAO RECUSADA"
085200           STOP RUN
085300        END-IF
085400        IF WRK-RC-RESULT(WRK-RC-IX) EQUAL "EX"
085500           DISPLAY "CALCIPG - GERACAO ANTERIOR NAO ENCERRADA NA "
085600               "DATA - PROSSEGUINDO (CONFIRA O CALCINR)"
085700        END-IF
085800     ELSE
085900        MOVE ZERO TO WRK-RC-MEU-IX
086000     END-IF.
086100     PERFORM 6300-STAMP-RUN-START THRU 6300-EXIT.
086200 6000-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------*
086600*  6100-LOAD-RUN-CONTROL - CARREGA O MASTER DE CONTROLE DE       *
086700*  EXECUCAO NA TABELA; SEM O ARQUIVO A TABELA FICA VAZIA (O      *
086800*  PRIMEIRO CARIMBO CRIA O ARQUIVO).                             *
086900*----------------------------------------------------------------*
087000 6100-LOAD-RUN-CONTROL.
087100     MOVE ZERO TO WRK-RC-QTD.
087200     OPEN INPUT CALC-RUN-FILE.
087300     IF CALC-RUN-STATUS NOT = "00"
087400        GO TO 6100-EXIT
087500     END-IF.
087600     MOVE "N" TO WRK-RUN-EOF-SW.
087700     PERFORM 6150-READ-RUN THRU 6150-EXIT
087800         UNTIL WRK-RUN-EOF.
087900     CLOSE CALC-RUN-FILE.
088000 6100-EXIT.
088100     EXIT.
088200
088300 6150-READ-RUN.
088400     READ CALC-RUN-FILE
088500         AT END
088600             MOVE "Y" TO WRK-RUN-EOF-SW
088700         NOT AT END
088800             IF WRK-RC-QTD LESS THAN WRK-RC-MAX
088900                ADD 1 TO WRK-RC-QTD
089000                MOVE CALC-RUN-RECORD TO WRK-RC-ENTRY(WRK-RC-QTD)
089100             ELSE
089200                DISPLAY "CALCIPG - TABELA DE CONTROLE DE "
089300                    "EXECUCAO CHEIA - CARGA TRUNCADA"
089400                MOVE "Y" TO WRK-RC-TRUNC-SW
089500                MOVE "Y" TO WRK-RUN-EOF-SW
089600             END-IF
089700     END-READ.
089800 6150-EXIT.
089900     EXIT.
090000
090100*----------------------------------------------------------------*
090200*  6200-FIND-RUN-ENTRY - PROCURA NA TABELA O PASSO WRK-RC-PASSO  *
090300*  NA DATA DE NEGOCIO CORRENTE. DEIXA WRK-RC-IX NA ENTRADA.      *
090400*----------------------------------------------------------------*
090500 6200-FIND-RUN-ENTRY.
090600     MOVE "N"  TO WRK-RC-ACHOU-SW.
090700     MOVE ZERO TO WRK-RC-IX.
090800     PERFORM 6250-SCAN-RUN THRU 6250-EXIT
090900         UNTIL WRK-RC-ACHOU
091000            OR WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
091100 6200-EXIT.
091200     EXIT.
091300
091400 6250-SCAN-RUN.
091500     ADD 1 TO WRK-RC-IX.
091600     IF WRK-RC-DATA(WRK-RC-IX) EQUAL WRK-RC-DATA-NEG
091700           AND WRK-RC-PROG(WRK-RC-IX) EQUAL WRK-RC-PASSO
091800        MOVE "Y" TO WRK-RC-ACHOU-SW
091900     END-IF.
092000 6250-EXIT.
092100     EXIT.
092200
092300*----------------------------------------------------------------*
092400*  6300-STAMP-RUN-START - CARIMBA O INICIO DESTA EXECUCAO NO     *
092500*  MASTER ("EX", HORA DE INICIO, FIM ZERADO) E REGRAVA O         *
092600*  ARQUIVO. SEM O CARIMBO NAO HA COMO GARANTIR QUE A DATA NAO    *
092700*  SEJA GERADA DUAS VEZES, ENTAO TABELA CHEIA OU TRUNCADA RECUSA *
092800*  A EXECUCAO.                                                   *
092900*----------------------------------------------------------------*
093000 6300-STAMP-RUN-START.
093100     IF WRK-RC-TRUNCADA
093200           OR (WRK-RC-MEU-IX EQUAL ZERO
093300           AND WRK-RC-QTD NOT LESS THAN WRK-RC-MAX)
093400        DISPLAY "CALCIPG - CONTROLE DE EXECUCAO CHEIO - "
093500            "EXECUCAO RECUSADA"
093600        STOP RUN
093700     END-IF.
093800     ACCEPT WRK-CURRENT-TIME FROM TIME.
093900     IF WRK-RC-MEU-IX EQUAL ZERO
094000        ADD 1 TO WRK-RC-QTD
094100        MOVE WRK-RC-QTD TO WRK-RC-MEU-IX
094200        MOVE SPACES TO WRK-RC-ENTRY(WRK-RC-MEU-IX)
094300        MOVE WRK-RC-DATA-NEG TO WRK-RC-DATA(WRK-RC-MEU-IX)
094400        MOVE "CALCIPG" TO WRK-RC-PROG(WRK-RC-MEU-IX)
094500        MOVE ZERO TO WRK-RC-SEQ(WRK-RC-MEU-IX)
094600     END-IF.
094700     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-INI(WRK-RC-MEU-IX).
094800     MOVE ZERO TO WRK-RC-FIM(WRK-RC-MEU-IX).
094900     MOVE "EX" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
095000     ADD 1 TO WRK-RC-SEQ(WRK-RC-MEU-IX).
095100     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
095200 6300-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------*
095600*  6400-STAMP-RUN-END - CARIMBA O ENCERRAMENTO ("OK", HORA DE    *
095700*  FIM) DA EXECUCAO NO MASTER DE CONTROLE E REGRAVA O ARQUIVO.   *
095800*  O "OK" LIBERA O CALCEDIT NA DATA.                             *
095900*----------------------------------------------------------------*
096000 6400-STAMP-RUN-END.
096100     IF WRK-RC-MEU-IX EQUAL ZERO
096200        GO TO 6400-EXIT
096300     END-IF.
096400     ACCEPT WRK-CURRENT-TIME FROM TIME.
096500     MOVE WRK-TIME-NUM(1:6) TO WRK-RC-FIM(WRK-RC-MEU-IX).
096600     MOVE "OK" TO WRK-RC-RESULT(WRK-RC-MEU-IX).
096700     PERFORM 6500-REWRITE-RUN-CONTROL THRU 6500-EXIT.
096800 6400-EXIT.
096900     EXIT.
097000
097100*----------------------------------------------------------------*
097200*  6500-REWRITE-RUN-CONTROL - REGRAVA O MASTER DE CONTROLE DE    *
097300*  EXECUCAO A PARTIR DA TABELA.                                  *
097400*----------------------------------------------------------------*
097500 6500-REWRITE-RUN-CONTROL.
097600     OPEN OUTPUT CALC-RUN-FILE.
097700     MOVE ZERO TO WRK-RC-IX.
097800     PERFORM 6550-WRITE-RUN THRU 6550-EXIT
097900         UNTIL WRK-RC-IX NOT LESS THAN WRK-RC-QTD.
098000     CLOSE CALC-RUN-FILE.
098100 6500-EXIT.
098200     EXIT.
098300
098400 6550-WRITE-RUN.
098500     ADD 1 TO WRK-RC-IX.
098600     MOVE WRK-RC-ENTRY(WRK-RC-IX) TO CALC-RUN-RECORD.
098700     WRITE CALC-RUN-RECORD.
098800 6550-EXIT.
098900     EXIT.
099000
099100*----------------------------------------------------------------*
099200*  7000-CHECK-BUSINESS-DAY - CALENDARIO. PARA O DIA WRK-DT-INT   *
099300*  (INTEIRO DE DATA) DEVOLVE A DATA, O DIA DA SEMANA (1=SEGUNDA  *
099400*  ... 7=DOMINGO; O DIA 1 DO CALENDARIO INTEIRO, 01/01/1601, E   *
099500*  UMA SEGUNDA) E SE E DIA UTIL: NEM SABADO, NEM DOMINGO, NEM    *
099600*  FERIADO DO CALCFER.                                           *
099700*----------------------------------------------------------------*
099800 7000-CHECK-BUSINESS-DAY.
099900     COMPUTE WRK-DT-DATA = FUNCTION DATE-OF-INTEGER(WRK-DT-INT).
100000     COMPUTE WRK-DT-AUX = WRK-DT-INT - 1.
100100     DIVIDE WRK-DT-AUX BY 7 GIVING WRK-DT-QUOC
100200         REMAINDER WRK-DT-RESTO.
100300     ADD 1 WRK-DT-RESTO GIVING WRK-DT-DIA-SEMANA.
100400     MOVE "Y" TO WRK-UTIL-SW.
100500     IF WRK-DT-DIA-SEMANA GREATER THAN 5
100600        MOVE "N" TO WRK-UTIL-SW
100700        GO TO 7000-EXIT
100800     END-IF.
100900     MOVE "N"  TO WRK-FE-ACHOU-SW.
101000     MOVE ZERO TO WRK-FE-IX.
101100     PERFORM 7050-SCAN-HOLIDAY THRU 7050-EXIT
101200         UNTIL WRK-FE-ACHOU
101300            OR WRK-FE-IX NOT LESS THAN WRK-FE-QTD.
101400     IF WRK-FE-ACHOU
101500        MOVE "N" TO WRK-UTIL-SW
101600     END-IF.
101700 7000-EXIT.
101800     EXIT.
101900
102000 7050-SCAN-HOLIDAY.
102100     ADD 1 TO WRK-FE-IX.
102200     IF WRK-FE-DATA(WRK-FE-IX) EQUAL WRK-DT-DATA
102300        MOVE "Y" TO WRK-FE-ACHOU-SW
102400     END-IF.
102500 7050-EXIT.
102600     EXIT.
