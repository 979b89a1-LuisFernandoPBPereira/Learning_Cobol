000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCTXI.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO ONLINE.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. TRANSACAO CICS CTAX, TELA *
001200*                   CALC7 (MAPSET CALCMAP): HISTORICO DE TAXAS   *
001300*                   DE CAMBIO DE UMA MOEDA NO CALCTAX, DA MAIS   *
001400*                   RECENTE PARA A MAIS ANTIGA, ATE A DATA       *
001500*                   INFORMADA (EM BRANCO = TODAS). CADA LINHA    *
001600*                   TRAZ A VARIACAO SOBRE A VIGENTE ANTERIOR, A  *
001700*                   SITUACAO (VIGENTE/RETIDA/RECUSADA), A ORIGEM *
001800*                   (FEED OU MANUAL) E QUEM CONFIRMOU. ENTER     *
001900*                   CONSULTA, PF8 MOSTRA AS MAIS ANTIGAS, PF7    *
002000*                   VOLTA AO INICIO E PF3 ENCERRA.               *
002020* 15/10/2026 JH     O PF8 NAO PULA MAIS AS TAXAS DA MESMA        *
002040*                   VIGENCIA DA ULTIMA LINHA EXIBIDA: A COMMAREA *
002060*                   (23 POSICOES) LEVA QUANTAS TAXAS DESSA       *
002080*                   VIGENCIA JA FORAM MOSTRADAS.                 *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT             DIVISION.
002300 INPUT-OUTPUT            SECTION.
002400 FILE-CONTROL.
002500     SELECT CALC-TAX-FILE    ASSIGN TO CALCTAX
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS  IS CALC-TAX-STATUS.
002750
002800 DATA                    DIVISION.
002900 FILE                    SECTION.
003000 FD  CALC-TAX-FILE
003100     LABEL RECORDS ARE STANDARD.
003200     COPY CALCTAX.
003300*
003400 WORKING-STORAGE         SECTION.
003500     COPY DFHAID.
003600*
003700 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
003800 77  CALC-TAX-STATUS      PIC X(02) VALUE "00".
003900 77  WRK-TAX-EOF-SW       PIC X(01) VALUE "N".
004000     88  WRK-TAX-EOF                VALUE "Y".
004100 77  WRK-MAIS-ANTIGAS-SW  PIC X(01) VALUE "N".
004200     88  WRK-MAIS-ANTIGAS           VALUE "Y".
004300 77  WRK-LINHA-IX         PIC 9(02) COMP VALUE ZERO.
004400 77  WRK-MSG              PIC X(79) VALUE SPACES.
004500
004600*    HISTORICO DA MOEDA EM ORDEM DE VIGENCIA DECRESCENTE. CHEIA
004700*    A TABELA, A TAXA MAIS ANTIGA E DESCARTADA: SO AS DOZE
004800*    PRIMEIRAS APARECEM NA TELA.
004900 77  WRK-HS-IX            PIC 9(03) COMP VALUE ZERO.
005000 77  WRK-HS-POS           PIC 9(03) COMP VALUE ZERO.
005100 77  WRK-HS-ANT-IX        PIC 9(03) COMP VALUE ZERO.
005200 77  WRK-HS-QTD           PIC 9(03) COMP VALUE ZERO.
005300 77  WRK-HS-MAX           PIC 9(03) COMP VALUE 400.
005330 77  WRK-HS-PULAR         PIC 9(03) COMP VALUE ZERO.
005360 77  WRK-HS-EXIBIR        PIC 9(03) COMP VALUE ZERO.
005400 77  WRK-POS-ACHOU-SW     PIC X(01) VALUE "N".
005500     88  WRK-POS-ACHOU              VALUE "Y".
005600 01  WRK-HS-TABLE.
005700     05  WRK-HS-ENTRY OCCURS 400 TIMES.
005800         10  WRK-HS-DATA      PIC 9(08).
005900         10  WRK-HS-TAXA      PIC 9(07)V9(04).
006000         10  WRK-HS-SITUACAO  PIC X(01).
006100         10  WRK-HS-ORIGEM    PIC X(01).
006200         10  WRK-HS-CONFIRM   PIC X(08).
006300         10  WRK-HS-DATA-CONF PIC 9(08).
006400
006500 01  WRK-VARIACAO         PIC S9(07)V99 VALUE ZERO.
006600
006700 01  WRK-DETAIL-LINE.
006800     05  WRK-DET-DATA         PIC 9(08).
006900     05  FILLER               PIC X(02) VALUE SPACES.
007000     05  WRK-DET-TAXA         PIC ZZZZZZ9.9999.
007100     05  FILLER               PIC X(02) VALUE SPACES.
007200     05  WRK-DET-VARIACAO     PIC -ZZZZZZ9.99.
007300     05  WRK-DET-VAR-X REDEFINES WRK-DET-VARIACAO
007400                              PIC X(11).
007500     05  FILLER               PIC X(02) VALUE SPACES.
007600     05  WRK-DET-SITUACAO     PIC X(08).
007700     05  FILLER               PIC X(02) VALUE SPACES.
007800     05  WRK-DET-ORIGEM       PIC X(06).
007900     05  FILLER               PIC X(02) VALUE SPACES.
008000     05  WRK-DET-CONFIRM      PIC X(08).
008100     05  FILLER               PIC X(02) VALUE SPACES.
008200     05  WRK-DET-DATA-CONF    PIC X(08).
008300
008400 01  WRK-COMMAREA.
008500     05  WRK-CA-ESTADO        PIC X(01).
008600         88  WRK-CA-COM-MOEDA           VALUE "C".
008700     05  WRK-CA-MOEDA         PIC X(03).
008800     05  WRK-CA-DATA-LIMITE   PIC 9(08).
008900     05  WRK-CA-DATA-ULTIMA   PIC 9(08).
008950     05  WRK-CA-QTD-ULTIMA    PIC 9(03).
009000
009100     COPY CALCMAP.
009200
009300 LINKAGE                 SECTION.
009400 01  DFHCOMMAREA          PIC X(23).
009500
009600 PROCEDURE               DIVISION.
009700
009800*----------------------------------------------------------------*
009900*  0000-MAINLINE - PRIMEIRA ENTRADA (EIBCALEN = 0) MANDA A TELA  *
010000*  VAZIA; NAS DEMAIS RECEBE A TELA E CONSULTA O HISTORICO        *
010100*  CONFORME A TECLA: ENTER CONSULTA A MOEDA INFORMADA, PF8       *
010200*  CONTINUA NAS MAIS ANTIGAS, PF7 VOLTA AO INICIO, PF3 ENCERRA.  *
010300*----------------------------------------------------------------*
010400 0000-MAINLINE.
010500     IF EIBCALEN EQUAL ZERO
010600        MOVE SPACES TO WRK-CA-ESTADO
010700        MOVE SPACES TO WRK-CA-MOEDA
010800        MOVE ZERO   TO WRK-CA-DATA-LIMITE
010900        MOVE ZERO   TO WRK-CA-DATA-ULTIMA
010950        MOVE ZERO   TO WRK-CA-QTD-ULTIMA
011000        PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
011100     ELSE
011200        MOVE DFHCOMMAREA TO WRK-COMMAREA
011300        PERFORM 2000-RECEIVE-AND-INQUIRE THRU 2000-EXIT
011400     END-IF.
011500     EXEC CICS RETURN
011600         TRANSID("CTAX")
011700         COMMAREA(WRK-COMMAREA)
011800         LENGTH(23)
011900     END-EXEC.
012000
012100*----------------------------------------------------------------*
012200*  1000-SEND-INITIAL-MAP - LIMPA A TELA E MANDA O MAPA CALC7     *
012300*  VAZIO NA PRIMEIRA ENTRADA DA TRANSACAO.                       *
012400*----------------------------------------------------------------*
012500 1000-SEND-INITIAL-MAP.
012600     MOVE SPACES TO CALC7O.
012700     EXEC CICS SEND MAP("CALC7")
012800         MAPSET("CALCMAP")
012900         ERASE
013000     END-EXEC.
013100 1000-EXIT.
013200     EXIT.
013300
013400*----------------------------------------------------------------*
013500*  2000-RECEIVE-AND-INQUIRE - LE A TELA, DEFINE O PONTO DE       *
013600*  PARTIDA CONFORME A TECLA E PREENCHE AS DOZE LINHAS COM O      *
013700*  HISTORICO DA MOEDA.                                           *
013800*----------------------------------------------------------------*
013900 2000-RECEIVE-AND-INQUIRE.
014000     IF EIBAID EQUAL DFHPF3
014100        EXEC CICS RETURN END-EXEC
014200     END-IF.
014300     MOVE SPACES TO CALC7I.
014400     EXEC CICS RECEIVE MAP("CALC7")
014500         MAPSET("CALCMAP")
014600         INTO(CALC7I)
014700         RESP(WRK-RESP)
014800     END-EXEC.
014900     MOVE SPACES TO WRK-MSG.
015000     MOVE "N" TO WRK-MAIS-ANTIGAS-SW.
015100     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
015200           AND WRK-RESP NOT EQUAL DFHRESP(MAPFAIL)
015300        MOVE "ERRO AO LER A TELA - REDIGITE OS DADOS" TO WRK-MSG
015400        PERFORM 2900-SEND-MAP THRU 2900-EXIT
015500        GO TO 2000-EXIT
015600     END-IF.
015700     IF EIBAID EQUAL DFHPF8 AND WRK-CA-COM-MOEDA
015800        MOVE "Y" TO WRK-MAIS-ANTIGAS-SW
015900     ELSE
016000        IF EIBAID EQUAL DFHPF7 AND WRK-CA-COM-MOEDA
016100           CONTINUE
016200        ELSE
016300           PERFORM 2100-START-NEW-QUERY THRU 2100-EXIT
016400        END-IF
016500     END-IF.
016600     IF WRK-MSG EQUAL SPACES
016700        PERFORM 2300-FILL-DETAILS THRU 2300-EXIT
016800     END-IF.
016900     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
017000 2000-EXIT.
017100     EXIT.
017200
017300*----------------------------------------------------------------*
017400*  2100-START-NEW-QUERY - ENTER: CRITICA A MOEDA (OBRIGATORIA) E *
017500*  A DATA LIMITE (EM BRANCO = SEM LIMITE) E GUARDA AS DUAS NA    *
017600*  COMMAREA PARA O PF7/PF8.                                      *
017700*----------------------------------------------------------------*
017800 2100-START-NEW-QUERY.
017900     MOVE SPACES TO WRK-CA-ESTADO.
018000     MOVE TMOEI TO WRK-CA-MOEDA.
018100     INSPECT WRK-CA-MOEDA
018200         REPLACING ALL LOW-VALUE BY SPACE.
018300     IF WRK-CA-MOEDA EQUAL SPACES
018400        MOVE "INFORME A MOEDA DA CONSULTA" TO WRK-MSG
018500        GO TO 2100-EXIT
018600     END-IF.
018700     IF TDATI EQUAL SPACES OR TDATI EQUAL LOW-VALUES
018800        MOVE 99999999 TO WRK-CA-DATA-LIMITE
018900     ELSE
019000        IF TDATI NOT NUMERIC
019100           MOVE "DATA INVALIDA - DIGITE AAAAMMDD" TO WRK-MSG
019200           GO TO 2100-EXIT
019300        END-IF
019400        MOVE TDATI TO WRK-CA-DATA-LIMITE
019500     END-IF.
019600     MOVE ZERO TO WRK-CA-DATA-ULTIMA.
019650     MOVE ZERO TO WRK-CA-QTD-ULTIMA.
019700     MOVE "C" TO WRK-CA-ESTADO.
019800 2100-EXIT.
019900     EXIT.
020000
020100*----------------------------------------------------------------*
020200*  2300-FILL-DETAILS - LE O CALCTAX INTEIRO GUARDANDO AS TAXAS   *
020260*  DA MOEDA DENTRO DO LIMITE (NO PF8, SO AS DE VIGENCIA ATE A    *
020330*  ULTIMA EXIBIDA) EM ORDEM DECRESCENTE E FORMATA AS DOZE        *
020400*  PRIMEIRAS. COMO PODE HAVER MAIS DE UMA TAXA NA MESMA VIGENCIA,*
020460*  A COMMAREA GUARDA A VIGENCIA DA ULTIMA LINHA E QUANTAS TAXAS  *
020530*  DESSA VIGENCIA JA FORAM EXIBIDAS; O PF8 PULA ESSAS E SEGUE.   *
020600*----------------------------------------------------------------*
020700 2300-FILL-DETAILS.
020800     MOVE SPACES TO CALC7-DETALHES-O.
020900     MOVE ZERO TO WRK-LINHA-IX.
021000     MOVE ZERO TO WRK-HS-QTD.
021100     MOVE "N" TO WRK-TAX-EOF-SW.
021120     IF NOT WRK-MAIS-ANTIGAS
021140        MOVE ZERO TO WRK-CA-DATA-ULTIMA
021160        MOVE ZERO TO WRK-CA-QTD-ULTIMA
021180     END-IF.
021200     OPEN INPUT CALC-TAX-FILE.
021300     IF CALC-TAX-STATUS NOT = "00"
021400        MOVE "ARQUIVO DE TAXAS (CALCTAX) INDISPONIVEL" TO WRK-MSG
021500        GO TO 2300-EXIT
021600     END-IF.
021700     PERFORM 2400-READ-RATE THRU 2400-EXIT
021800         UNTIL WRK-TAX-EOF.
021900     CLOSE CALC-TAX-FILE.
021910     MOVE ZERO TO WRK-HS-PULAR.
021920     IF WRK-MAIS-ANTIGAS
021930        MOVE WRK-CA-QTD-ULTIMA TO WRK-HS-PULAR
021940     END-IF.
021950     IF WRK-HS-PULAR GREATER THAN WRK-HS-QTD
021960        MOVE WRK-HS-QTD TO WRK-HS-PULAR
021970     END-IF.
021980     COMPUTE WRK-HS-EXIBIR = WRK-HS-QTD - WRK-HS-PULAR.
022000     PERFORM 2600-FORMAT-LINE THRU 2600-EXIT
022100         UNTIL WRK-LINHA-IX NOT LESS THAN 12
022200            OR WRK-LINHA-IX NOT LESS THAN WRK-HS-EXIBIR.
022300     IF WRK-LINHA-IX EQUAL ZERO
022400        IF WRK-MAIS-ANTIGAS
022500           MOVE "FIM DO HISTORICO DA MOEDA" TO WRK-MSG
022600        ELSE
022700           MOVE "NENHUMA TAXA PARA A MOEDA ATE A DATA INFORMADA"
022800             TO WRK-MSG
022900        END-IF
023000     ELSE
023100        MOVE "ENTER=NOVA CONSULTA  PF8=MAIS ANTIGAS" TO WRK-MSG
023200     END-IF.
023300 2300-EXIT.
023400     EXIT.
023500
023600*----------------------------------------------------------------*
023700*  2400-READ-RATE - LE A PROXIMA TAXA; SE FOR DA MOEDA E ESTIVER *
023800*  DENTRO DO LIMITE DA PAGINA, ENTRA NO HISTORICO NA POSICAO DA  *
023900*  SUA VIGENCIA.                                                 *
024000*----------------------------------------------------------------*
024100 2400-READ-RATE.
024200     READ CALC-TAX-FILE
024300         AT END
024400             MOVE "Y" TO WRK-TAX-EOF-SW
024500             GO TO 2400-EXIT
024600     END-READ.
024700     IF CALC-TX-MOEDA NOT EQUAL WRK-CA-MOEDA
024800        GO TO 2400-EXIT
024900     END-IF.
025000     IF CALC-TX-DATA GREATER THAN WRK-CA-DATA-LIMITE
025100        GO TO 2400-EXIT
025200     END-IF.
025300     IF WRK-MAIS-ANTIGAS
025400           AND CALC-TX-DATA GREATER THAN WRK-CA-DATA-ULTIMA
025500        GO TO 2400-EXIT
025600     END-IF.
025700     MOVE ZERO TO WRK-HS-POS.
025800     MOVE "N" TO WRK-POS-ACHOU-SW.
025900     PERFORM 2450-FIND-POSITION THRU 2450-EXIT
026000         UNTIL WRK-POS-ACHOU.
026100     IF WRK-HS-POS GREATER THAN WRK-HS-MAX
026200        GO TO 2400-EXIT
026300     END-IF.
026400     IF WRK-HS-QTD LESS THAN WRK-HS-MAX
026500        ADD 1 TO WRK-HS-QTD
026600     END-IF.
026700     MOVE WRK-HS-QTD TO WRK-HS-IX.
026800     PERFORM 2500-SHIFT-DOWN THRU 2500-EXIT
026900         UNTIL WRK-HS-IX NOT GREATER THAN WRK-HS-POS.
027000     MOVE CALC-TX-DATA        TO WRK-HS-DATA(WRK-HS-POS).
027100     MOVE CALC-TX-TAXA        TO WRK-HS-TAXA(WRK-HS-POS).
027200     MOVE CALC-TX-SITUACAO    TO WRK-HS-SITUACAO(WRK-HS-POS).
027300     MOVE CALC-TX-ORIGEM      TO WRK-HS-ORIGEM(WRK-HS-POS).
027400     MOVE CALC-TX-CONFIRMADOR TO WRK-HS-CONFIRM(WRK-HS-POS).
027500     MOVE CALC-TX-DATA-CONF   TO WRK-HS-DATA-CONF(WRK-HS-POS).
027600 2400-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------------*
028000*  2450-FIND-POSITION - A NOVA TAXA ENTRA ANTES DA PRIMEIRA DE   *
028100*  VIGENCIA MENOR, OU NO FIM DA TABELA.                          *
028200*----------------------------------------------------------------*
028300 2450-FIND-POSITION.
028400     ADD 1 TO WRK-HS-POS.
028500     IF WRK-HS-POS GREATER THAN WRK-HS-QTD
028600        MOVE "Y" TO WRK-POS-ACHOU-SW
028700        GO TO 2450-EXIT
028800     END-IF.
028900     IF WRK-HS-DATA(WRK-HS-POS) LESS THAN CALC-TX-DATA
029000        MOVE "Y" TO WRK-POS-ACHOU-SW
029100     END-IF.
029200 2450-EXIT.
029300     EXIT.
029400
029500*----------------------------------------------------------------*
029600*  2500-SHIFT-DOWN - ABRE ESPACO NA POSICAO DA NOVA TAXA,        *
029700*  EMPURRANDO AS MAIS ANTIGAS UMA POSICAO ABAIXO.                *
029800*----------------------------------------------------------------*
029900 2500-SHIFT-DOWN.
030000     MOVE WRK-HS-ENTRY(WRK-HS-IX - 1) TO WRK-HS-ENTRY(WRK-HS-IX).
030100     SUBTRACT 1 FROM WRK-HS-IX.
030200 2500-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------------*
030580*  2600-FORMAT-LINE - MONTA UMA LINHA DO HISTORICO, PULANDO AS   *
030660*  TAXAS JA EXIBIDAS DA VIGENCIA DA PAGINA ANTERIOR. A VARIACAO E*
030740*  SOBRE A PROXIMA TAXA VIGENTE MAIS ANTIGA DA TABELA; SEM ELA   *
030820*  (OU TAXA ANTERIOR ZERO) A COLUNA FICA EM BRANCO.              *
030900*----------------------------------------------------------------*
031000 2600-FORMAT-LINE.
031100     ADD 1 TO WRK-LINHA-IX.
031200     COMPUTE WRK-HS-IX = WRK-LINHA-IX + WRK-HS-PULAR.
031300     MOVE WRK-HS-DATA(WRK-HS-IX) TO WRK-DET-DATA.
031400     MOVE WRK-HS-TAXA(WRK-HS-IX) TO WRK-DET-TAXA.
031500     MOVE WRK-HS-IX TO WRK-HS-ANT-IX.
031600     MOVE "N" TO WRK-POS-ACHOU-SW.
031700     PERFORM 2650-FIND-PREVIOUS THRU 2650-EXIT
031800         UNTIL WRK-POS-ACHOU.
031900     IF WRK-HS-ANT-IX GREATER THAN WRK-HS-QTD
032000        MOVE SPACES TO WRK-DET-VAR-X
032100     ELSE
032200        COMPUTE WRK-VARIACAO ROUNDED =
032300            (WRK-HS-TAXA(WRK-HS-IX) - WRK-HS-TAXA(WRK-HS-ANT-IX))
032400            * 100 / WRK-HS-TAXA(WRK-HS-ANT-IX)
032500            ON SIZE ERROR
032600                MOVE 9999999.99 TO WRK-VARIACAO
032700        END-COMPUTE
032800        MOVE WRK-VARIACAO TO WRK-DET-VARIACAO
032900     END-IF.
033000     EVALUATE WRK-HS-SITUACAO(WRK-HS-IX)
033100         WHEN "P"
033200             MOVE "RETIDA"   TO WRK-DET-SITUACAO
033300         WHEN "R"
033400             MOVE "RECUSADA" TO WRK-DET-SITUACAO
033500         WHEN OTHER
033600             MOVE "VIGENTE"  TO WRK-DET-SITUACAO
033700     END-EVALUATE.
033800     IF WRK-HS-ORIGEM(WRK-HS-IX) EQUAL "F"
033900        MOVE "FEED"   TO WRK-DET-ORIGEM
034000     ELSE
034100        MOVE "MANUAL" TO WRK-DET-ORIGEM
034200     END-IF.
034300     MOVE WRK-HS-CONFIRM(WRK-HS-IX) TO WRK-DET-CONFIRM.
034400     IF WRK-HS-DATA-CONF(WRK-HS-IX) EQUAL ZERO
034500        MOVE SPACES TO WRK-DET-DATA-CONF
034600     ELSE
034700        MOVE WRK-HS-DATA-CONF(WRK-HS-IX) TO WRK-DET-DATA-CONF
034800     END-IF.
034900     MOVE WRK-DETAIL-LINE TO TDETO(WRK-LINHA-IX).
034920     IF WRK-HS-DATA(WRK-HS-IX) EQUAL WRK-CA-DATA-ULTIMA
034950        ADD 1 TO WRK-CA-QTD-ULTIMA
034980     ELSE
035010        MOVE WRK-HS-DATA(WRK-HS-IX) TO WRK-CA-DATA-ULTIMA
035040        MOVE 1 TO WRK-CA-QTD-ULTIMA
035070     END-IF.
035100 2600-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500*  2650-FIND-PREVIOUS - AVANCA WRK-HS-ANT-IX ATE A PRIMEIRA TAXA *
035600*  VIGENTE E NAO ZERADA MAIS ANTIGA QUE A DA LINHA; SEM NENHUMA, *
035700*  FICA ALEM DA ULTIMA ENTRADA DA TABELA.                        *
035800*----------------------------------------------------------------*
035900 2650-FIND-PREVIOUS.
036000     ADD 1 TO WRK-HS-ANT-IX.
036100     IF WRK-HS-ANT-IX GREATER THAN WRK-HS-QTD
036200        MOVE "Y" TO WRK-POS-ACHOU-SW
036300        GO TO 2650-EXIT
036400     END-IF.
036500     IF WRK-HS-DATA(WRK-HS-ANT-IX) LESS THAN
036600           WRK-HS-DATA(WRK-HS-IX)
036700           AND WRK-HS-TAXA(WRK-HS-ANT-IX) GREATER THAN ZERO
036800           AND (WRK-HS-SITUACAO(WRK-HS-ANT-IX) EQUAL SPACE
036900            OR WRK-HS-SITUACAO(WRK-HS-ANT-IX) EQUAL "C")
037000        MOVE "Y" TO WRK-POS-ACHOU-SW
037100     END-IF.
037200 2650-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600*  2900-SEND-MAP - DEVOLVE A TELA COM A MOEDA E A DATA DA        *
037700*  CONSULTA, AS LINHAS E A MENSAGEM.                             *
037800*----------------------------------------------------------------*
037900 2900-SEND-MAP.
038000     MOVE WRK-CA-MOEDA TO TMOEO.
038100     IF WRK-CA-DATA-LIMITE EQUAL ZERO
038200           OR WRK-CA-DATA-LIMITE EQUAL 99999999
038300        MOVE SPACES TO TDATO
038400     ELSE
038500        MOVE WRK-CA-DATA-LIMITE TO TDATO
038600     END-IF.
038700     MOVE WRK-MSG TO MSG7O.
038800     EXEC CICS SEND MAP("CALC7")
038900         MAPSET("CALCMAP")
039000         FROM(CALC7O)
039100         ERASE
039200     END-EXEC.
039300 2900-EXIT.
039400     EXIT.
