000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCEXW.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO ONLINE.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. TRANSACAO CICS CEXW, TELA *
001200*                   CALC9 (MAPSET CALCMAP): BANCADA DE           *
001300*                   INVESTIGACAO DAS EXCECOES DA CONCILIACAO     *
001400*                   ABERTAS NO MASTER (CALCEXM). O OPERADOR      *
001500*                   ASSINA PELA TELA CALC0 (CALCOPR). A LISTA    *
001600*                   SAI POR CONTA OU POR IDADE (MAIS ANTIGAS     *
001700*                   PRIMEIRO), COM FILTRO DE CONTA INICIAL,      *
001800*                   IDADE MINIMA E ANALISTA. ENTER COM A CONTA   *
001900*                   MOSTRA O DETALHE E AS TRES ULTIMAS NOTAS;    *
002000*                   PF5 GRAVA O ANALISTA, A CAUSA RAIZ E A NOTA  *
002100*                   DIGITADA (CALCEXW E HISTORICO CALCEXN); PF6  *
002200*                   REGISTRA A DECISAO DA CONTROLADORIA (BAIXA   *
002300*                   CONTABIL OU ACEITE, MOTIVO OBRIGATORIO), SO  *
002400*                   PARA QUEM TEM CONTROLADORIA "S" NO CALCOPR E *
002500*                   NAO E O ANALISTA DA EXCECAO. O CALCRECN LEVA *
002600*                   A DECISAO PARA O MASTER NA PROXIMA EXECUCAO. *
002609* 15/10/2026 JH     ASSINATURA COM SENHA (A CALC0 GANHOU SENHA,  *
002618*                   NOVA SENHA E CONFIRMACAO): SENHA VENCIDA OU  *
002627*                   AINDA INICIAL OBRIGA A TROCA, SENHAS ERRADAS *
002636*                   SEGUIDAS BLOQUEIAM O OPERADOR, OPERADOR      *
002645*                   SUSPENSO OU BLOQUEADO NAO ENTRA, E RECUSA,   *
002654*                   BLOQUEIO E TROCA DE SENHA VAO PARA O LOG DE  *
002663*                   SEGURANCA (CALCSGL). O CALCOPR PASSA A SER   *
002672*                   INDEXADO PELO ID, MANTIDO PELA TRANSACAO     *
002681*                   CADM (CALCADM). O ANALISTA ATRIBUIDO E       *
002690*                   PROCURADO PELA CHAVE.                        *
002691* 15/10/2026 JH     NO PF5/PF6 A CONTA EM BRANCO VALE A DO       *
002692*                   DETALHE; NO PF5 ANALISTA E CAUSA EM BRANCO   *
002693*                   MANTEM O QUE ESTA NA BANCADA (A TELA SO      *
002695*                   DEVOLVE O CAMPO DIGITADO) E "*" RETIRA A     *
002696*                   ATRIBUICAO OU A CAUSA. A NOTA AVULSA NAO     *
002697*                   APAGA MAIS ANALISTA E CAUSA NEM E RECUSADA   *
002698*                   NA EXCECAO JA DECIDIDA.                      *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT             DIVISION.
002900 INPUT-OUTPUT            SECTION.
003000 FILE-CONTROL.
003030     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
003060         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003130         RECORD KEY   IS CALC-OP-ID
003160         FILE STATUS  IS CALC-OPR-STATUS.
003200
003230     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
003260         ORGANIZATION IS INDEXED
003300         ACCESS MODE  IS DYNAMIC
003330         RECORD KEY   IS CALC-SG-CHAVE
003360         FILE STATUS  IS CALC-SGL-STATUS.
003400
003500     SELECT CALC-EXM-FILE    ASSIGN TO CALCEXM
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS  IS CALC-EXM-STATUS.
003800
003900     SELECT CALC-EXW-FILE    ASSIGN TO CALCEXW
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE  IS DYNAMIC
004200         RECORD KEY   IS CALC-XW-CONTA
004300         FILE STATUS  IS CALC-EXW-STATUS.
004400
004500     SELECT CALC-EXN-FILE    ASSIGN TO CALCEXN
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS DYNAMIC
004800         RECORD KEY   IS CALC-XN-CHAVE
004900         FILE STATUS  IS CALC-EXN-STATUS.
005000
005100 DATA                    DIVISION.
005200 FILE                    SECTION.
005300 FD  CALC-OPR-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY CALCOPR.
005520
005540 FD  CALC-SGL-FILE
005560     LABEL RECORDS ARE STANDARD.
005580     COPY CALCSGL.
005600
005700 FD  CALC-EXM-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CALCEXM.
006000
006100 FD  CALC-EXW-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY CALCEXW.
006400
006500 FD  CALC-EXN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CALCEXN.
006800*
006900 WORKING-STORAGE         SECTION.
007000     COPY DFHAID.
007100*
007200 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
007300 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
007303 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
007306 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
007309 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
007312 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
007315 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
007318 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
007321 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
007325 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
007328 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
007331 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
007334     88  WRK-SIGNON-OK              VALUE "Y".
007337 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
007340     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
007343 77  WRK-SGL-SW           PIC X(01) VALUE "N".
007346     88  WRK-SGL-GRAVADO            VALUE "Y".
007350 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
007353 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
007356 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
007359 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
007362 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
007365 01  WRK-SG-HORA-CS.
007368     05  WRK-SG-HORA      PIC 9(06).
007371     05  FILLER           PIC 9(02).
007375 01  WRK-SH-ENTRADA.
007378     05  WRK-SH-ID        PIC X(08).
007381     05  WRK-SH-SENHA     PIC X(08).
007384 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
007387 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
007390 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
007393 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
007396 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
007400 77  CALC-EXM-STATUS      PIC X(02) VALUE "00".
007500 77  CALC-EXW-STATUS      PIC X(02) VALUE "00".
007600 77  CALC-EXN-STATUS      PIC X(02) VALUE "00".
007900 77  WRK-EXM-EOF-SW       PIC X(01) VALUE "N".
008000     88  WRK-EXM-EOF                VALUE "Y".
008100 77  WRK-EXN-EOF-SW       PIC X(01) VALUE "N".
008200     88  WRK-EXN-EOF                VALUE "Y".
008300 77  WRK-FOUND-SW         PIC X(01) VALUE "N".
008400     88  WRK-FOUND                  VALUE "Y".
008500     88  WRK-NOT-FOUND              VALUE "N".
008600 77  WRK-XW-SW            PIC X(01) VALUE "N".
008700     88  WRK-XW-VALIDO              VALUE "V".
008800     88  WRK-XW-OUTRA-QUEBRA        VALUE "O".
008900     88  WRK-XW-AUSENTE             VALUE "N".
009000 77  WRK-XW-ABERTO-SW     PIC X(01) VALUE "N".
009100     88  WRK-XW-ABERTO              VALUE "Y".
009200 77  WRK-MAIS-SW          PIC X(01) VALUE "N".
009300     88  WRK-MAIS                   VALUE "Y".
009400 77  WRK-MANTER-SW        PIC X(01) VALUE "N".
009500     88  WRK-MANTER-DIGITADO        VALUE "Y".
009600 77  WRK-POS-ACHOU-SW     PIC X(01) VALUE "N".
009700     88  WRK-POS-ACHOU              VALUE "Y".
009800 77  WRK-CAUSA-SW         PIC X(01) VALUE "N".
009900     88  WRK-CAUSA-OK               VALUE "Y".
010000 77  WRK-NOTA-SW          PIC X(01) VALUE "N".
010100     88  WRK-NOTA-GRAVADA           VALUE "Y".
010200 77  WRK-OPR-NOME         PIC X(30) VALUE SPACES.
010300 77  WRK-OPR-CONTROLADORIA PIC X(01) VALUE SPACES.
010400 77  WRK-OPR-ID-DIG       PIC X(08) VALUE SPACES.
010500 77  WRK-MSG              PIC X(79) VALUE SPACES.
010600 77  WRK-LIN-IX           PIC 9(02) COMP VALUE ZERO.
010700 77  WRK-CS-IX            PIC 9(02) COMP VALUE ZERO.
010800 77  WRK-HOJE-INT         PIC S9(09) COMP VALUE ZERO.
010900 77  WRK-IDADE-DIAS       PIC S9(05) COMP VALUE ZERO.
011000 77  WRK-IDADE-X          PIC X(03) VALUE SPACES.
011100 77  WRK-IDADE-ANT        PIC X(03) VALUE SPACES.
011200 77  WRK-CHAVE-ATUAL      PIC X(18) VALUE SPACES.
011300 77  WRK-ALTEROU-QTD      PIC 9(02) COMP VALUE ZERO.
011400
011500*    CAMPOS DIGITADOS NA TELA (BAIXOS-VALORES JA TROCADOS POR
011600*    BRANCOS).
011700 77  WRK-ORDEM            PIC X(01) VALUE SPACES.
011800 77  WRK-CONTA-INI        PIC X(10) VALUE SPACES.
011900 77  WRK-ANALISTA-FILTRO  PIC X(08) VALUE SPACES.
012000 77  WRK-CONTA            PIC X(10) VALUE SPACES.
012100 77  WRK-ANALISTA         PIC X(08) VALUE SPACES.
012200 77  WRK-CAUSA            PIC X(02) VALUE SPACES.
012230 77  WRK-ANALISTA-NOVO    PIC X(08) VALUE SPACES.
012260 77  WRK-CAUSA-NOVA       PIC X(02) VALUE SPACES.
012300 77  WRK-DECISAO          PIC X(01) VALUE SPACES.
012400 77  WRK-MOTIVO           PIC X(40) VALUE SPACES.
012500 77  WRK-NOTA             PIC X(70) VALUE SPACES.
012600
012700*    EXCECAO DA CONTA DA TELA, COMO ESTA NO MASTER.
012800 77  WRK-XM-PRIMEIRA      PIC 9(08) VALUE ZERO.
012900 77  WRK-XM-RUNS          PIC 9(05) VALUE ZERO.
013000 77  WRK-XM-VARIANCIA     PIC S9(16)V99 VALUE ZERO.
013100 77  WRK-XM-STATUS        PIC X(02) VALUE SPACES.
013200
013300*    NOTA A GRAVAR NO HISTORICO (2550).
013400 77  WRK-NT-TIPO          PIC X(01) VALUE SPACES.
013500 77  WRK-NT-TEXTO         PIC X(70) VALUE SPACES.
013600
013700 01  WRK-CURRENT-DATE.
013800     05  WRK-DATE-NUM     PIC 9(08).
013900 01  WRK-CURRENT-TIME.
014000     05  WRK-TIME-HHMMSS  PIC 9(06).
014100     05  WRK-TIME-CENT    PIC 9(02).
014200
014300*    CHAVES DE ORDENACAO DA LISTA: POR CONTA OU POR PRIMEIRA
014400*    DATA (A MAIS ANTIGA PRIMEIRO), COM A CONTA DESEMPATANDO.
014500 01  WRK-CHAVE-CONTA.
014600     05  WRK-CC-CONTA     PIC X(10).
014700     05  WRK-CC-PRIMEIRA  PIC 9(08).
014800 01  WRK-CHAVE-IDADE.
014900     05  WRK-CI-PRIMEIRA  PIC 9(08).
015000     05  WRK-CI-CONTA     PIC X(10).
015100
015200*    AS OITO PRIMEIRAS EXCECOES DA PAGINA, EM ORDEM DE CHAVE.
015300*    CHEIA A TABELA, A ULTIMA E DESCARTADA E SO CONTA EM
015400*    WRK-LS-TOTAL (HA MAIS PARA O PF8).
015500 77  WRK-LS-IX            PIC 9(02) COMP VALUE ZERO.
015600 77  WRK-LS-POS           PIC 9(02) COMP VALUE ZERO.
015700 77  WRK-LS-QTD           PIC 9(02) COMP VALUE ZERO.
015800 77  WRK-LS-MAX           PIC 9(02) COMP VALUE 8.
015900 77  WRK-LS-TOTAL         PIC 9(05) COMP VALUE ZERO.
016000 01  WRK-LS-TABLE.
016100     05  WRK-LS-ENTRY OCCURS 8 TIMES.
016200         10  WRK-LS-CHAVE     PIC X(18).
016300         10  WRK-LS-CONTA     PIC X(10).
016400         10  WRK-LS-PRIMEIRA  PIC 9(08).
016500         10  WRK-LS-IDADE     PIC 9(05).
016600         10  WRK-LS-RUNS      PIC 9(05).
016700         10  WRK-LS-VARIANCIA PIC S9(16)V99.
016800         10  WRK-LS-ANALISTA  PIC X(08).
016900         10  WRK-LS-CAUSA     PIC X(02).
017000         10  WRK-LS-DECISAO   PIC X(02).
017100
017200*    AS TRES ULTIMAS NOTAS DA QUEBRA, DA MAIS ANTIGA PARA A
017300*    MAIS NOVA.
017400 77  WRK-NB-QTD           PIC 9(02) COMP VALUE ZERO.
017500 01  WRK-NB-TABLE.
017600     05  WRK-NB-LINHA     PIC X(77) OCCURS 3 TIMES.
017700
017800 01  WRK-CAUSA-TABELA.
017900     05  FILLER           PIC X(22) VALUE "01CORTE/TEMPORIZACAO".
018000     05  FILLER           PIC X(22) VALUE "02LANCAMENTO MANUAL".
018100     05  FILLER           PIC X(22) VALUE "03MAPEAMENTO DE CONTA".
018200     05  FILLER           PIC X(22) VALUE "04ARREDONDAM./CAMBIO".
018300     05  FILLER           PIC X(22) VALUE "05TRANSACAO REJEITADA".
018400     05  FILLER           PIC X(22) VALUE "06DUPLICIDADE".
018500     05  FILLER           PIC X(22) VALUE "99OUTRAS".
018600 01  WRK-CAUSA-TABELA-R REDEFINES WRK-CAUSA-TABELA.
018700     05  WRK-CS-ITEM OCCURS 7 TIMES.
018800         10  WRK-CS-CODIGO    PIC X(02).
018900         10  WRK-CS-DESCRICAO PIC X(20).
019000
019100 01  WRK-LIST-LINE.
019200     05  WRK-LL-CONTA     PIC X(10).
019300     05  FILLER           PIC X(01) VALUE SPACE.
019400     05  WRK-LL-PRIMEIRA  PIC 9(08).
019500     05  FILLER           PIC X(01) VALUE SPACE.
019600     05  WRK-LL-IDADE     PIC ZZZZ9.
019700     05  FILLER           PIC X(01) VALUE SPACE.
019800     05  WRK-LL-RUNS      PIC ZZZZ9.
019900     05  FILLER           PIC X(01) VALUE SPACE.
020000     05  WRK-LL-VARIANCIA PIC -(16)9.99.
020100     05  FILLER           PIC X(01) VALUE SPACE.
020200     05  WRK-LL-ANALISTA  PIC X(08).
020300     05  FILLER           PIC X(01) VALUE SPACE.
020400     05  WRK-LL-CAUSA     PIC X(02).
020500     05  FILLER           PIC X(01) VALUE SPACE.
020600     05  WRK-LL-DECISAO   PIC X(02).
020700 01  WRK-SIT-LINE.
020800     05  WRK-SL-SITUACAO  PIC X(09).
020900     05  FILLER           PIC X(07) VALUE " DESDE ".
021000     05  WRK-SL-PRIMEIRA  PIC 9(08).
021100     05  FILLER           PIC X(07) VALUE " IDADE ".
021200     05  WRK-SL-IDADE     PIC ZZZZ9.
021300     05  FILLER           PIC X(05) VALUE " VAR ".
021400     05  WRK-SL-VARIANCIA PIC -(12)9.99.
021500 01  WRK-DEC-LINE.
021600     05  FILLER           PIC X(03) VALUE "EM ".
021700     05  WRK-DL-DATA      PIC 9(08).
021800     05  FILLER           PIC X(05) VALUE " POR ".
021900     05  WRK-DL-DECISOR   PIC X(08).
022000 01  WRK-NOTE-LINE.
022100     05  WRK-NL-DATA      PIC 9(08).
022200     05  FILLER           PIC X(01) VALUE SPACE.
022300     05  WRK-NL-OPERADOR  PIC X(08).
022400     05  FILLER           PIC X(01) VALUE SPACE.
022500     05  WRK-NL-TEXTO     PIC X(59).
022600 01  WRK-IDADE-EDIT       PIC ZZ9.
022700
022800 01  WRK-COMMAREA.
022900     05  WRK-CA-ESTADO        PIC X(01).
023000         88  WRK-CA-ASSINADO            VALUE "A".
023100     05  WRK-CA-OPERADOR      PIC X(08).
023200     05  WRK-CA-CONTROLADORIA PIC X(01).
023300     05  WRK-CA-ORDEM         PIC X(01).
023400         88  WRK-CA-POR-CONTA           VALUE "C".
023500     05  WRK-CA-CONTA-INI     PIC X(10).
023600     05  WRK-CA-IDADE-MIN     PIC 9(03).
023700     05  WRK-CA-ANALISTA-FILTRO PIC X(08).
023800     05  WRK-CA-CHAVE-INICIO  PIC X(18).
023900     05  WRK-CA-CHAVE-ULTIMA  PIC X(18).
024000     05  WRK-CA-CONTA-TELA    PIC X(10).
024100     05  WRK-CA-PRIMEIRA-TELA PIC 9(08).
024200
024300     COPY CALCMAP.
024400
024500 LINKAGE                 SECTION.
024600 01  DFHCOMMAREA          PIC X(86).
024700
024800 PROCEDURE               DIVISION.
024900
025000*----------------------------------------------------------------*
025100*  0000-MAINLINE - PRIMEIRA ENTRADA (EIBCALEN = 0) MANDA A TELA  *
025200*  DE ASSINATURA; DEPOIS, SEM OPERADOR ASSINADO TRATA A          *
025300*  ASSINATURA, E COM OPERADOR ASSINADO TRATA A BANCADA. A        *
025400*  COMMAREA GUARDA O FILTRO, A PAGINA DA LISTA E A CONTA DO      *
025500*  DETALHE.                                                      *
025600*----------------------------------------------------------------*
025700 0000-MAINLINE.
025800     IF EIBCALEN EQUAL ZERO
025900        MOVE SPACES TO WRK-COMMAREA
026000        MOVE ZERO   TO WRK-CA-IDADE-MIN
026100        MOVE ZERO   TO WRK-CA-PRIMEIRA-TELA
026200        PERFORM 0500-SEND-SIGNON-MAP THRU 0500-EXIT
026300     ELSE
026400        MOVE DFHCOMMAREA TO WRK-COMMAREA
026500        IF WRK-CA-ASSINADO
026600           PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
026700        ELSE
026800           PERFORM 1500-PROCESS-SIGNON THRU 1500-EXIT
026900        END-IF
027000     END-IF.
027100     EXEC CICS RETURN
027200         TRANSID("CEXW")
027300         COMMAREA(WRK-COMMAREA)
027400         LENGTH(86)
027500     END-EXEC.
027600
027700*----------------------------------------------------------------*
027800*  0500-SEND-SIGNON-MAP - MANDA A TELA DE ASSINATURA VAZIA.      *
027900*----------------------------------------------------------------*
028000 0500-SEND-SIGNON-MAP.
028100     MOVE SPACES TO CALC0O.
028200     EXEC CICS SEND MAP("CALC0")
028300         MAPSET("CALCMAP")
028400         ERASE
028500     END-EXEC.
028600 0500-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------------*
029000*  0590-RESEND-SIGNON - DEVOLVE A TELA DE ASSINATURA COM A       *
029100*  MENSAGEM JA COLOCADA EM MSG0O.                                *
029200*----------------------------------------------------------------*
029300 0590-RESEND-SIGNON.
029400     EXEC CICS SEND MAP("CALC0")
029500         MAPSET("CALCMAP")
029600         ERASE
029700         FROM(CALC0O)
029800     END-EXEC.
029900 0590-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------*
030280*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
030360*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
030450*  (1700): QUALQUER OPERADOR ATIVO ENTRA; A AUTORIDADE DE        *
030530*  CONTROLADORIA FICA NA COMMAREA PARA O PF6. ASSINADO, MOSTRA A *
030610*  LISTA POR IDADE, AS MAIS ANTIGAS PRIMEIRO.                    *
030700*----------------------------------------------------------------*
030800 1500-PROCESS-SIGNON.
030900     IF EIBAID EQUAL DFHPF3
031000        EXEC CICS RETURN END-EXEC
031100     END-IF.
031200     EXEC CICS RECEIVE MAP("CALC0")
031300         MAPSET("CALCMAP")
031400         INTO(CALC0I)
031500         RESP(WRK-RESP)
031600     END-EXEC.
031700     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
031800        MOVE SPACES TO CALC0O
031900        MOVE "ERRO AO LER A TELA - REDIGITE" TO MSG0O
032000        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
032100        GO TO 1500-EXIT
032200     END-IF.
032300     IF OPIDI EQUAL SPACES OR OPIDI EQUAL LOW-VALUES
032400        MOVE SPACES TO CALC0O
032500        MOVE "INFORME O OPERADOR" TO MSG0O
032600        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
032700        GO TO 1500-EXIT
032800     END-IF.
032830     MOVE OPIDI TO WRK-OPR-ID-DIG.
032870     INSPECT WRK-OPR-ID-DIG
032910         REPLACING ALL LOW-VALUE BY SPACE.
032950     MOVE SENHI TO WRK-SENHA-DIG.
032990     MOVE NSENI TO WRK-NOVA-SENHA.
033030     MOVE CSENI TO WRK-CONF-SENHA.
033070     INSPECT WRK-SENHA-DIG
033110         REPLACING ALL LOW-VALUE BY SPACE.
033150     INSPECT WRK-NOVA-SENHA
033190         REPLACING ALL LOW-VALUE BY SPACE.
033230     INSPECT WRK-CONF-SENHA
033270         REPLACING ALL LOW-VALUE BY SPACE.
033310     IF WRK-SENHA-DIG EQUAL SPACES
033350        MOVE SPACES         TO CALC0O
033380        MOVE WRK-OPR-ID-DIG TO OPIDO
033420        MOVE "INFORME A SENHA" TO MSG0O
033460        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
033500        GO TO 1500-EXIT
033540     END-IF.
033580     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
033620     IF NOT WRK-SIGNON-OK
033660        MOVE SPACES         TO CALC0O
033700        MOVE WRK-OPR-ID-DIG TO OPIDO
033740        MOVE WRK-SIGNON-MSG TO MSG0O
033780        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
033820        GO TO 1500-EXIT
033860     END-IF.
033900     MOVE "A"                   TO WRK-CA-ESTADO.
034000     MOVE WRK-OPR-ID-DIG        TO WRK-CA-OPERADOR.
034100     MOVE WRK-OPR-CONTROLADORIA TO WRK-CA-CONTROLADORIA.
034200     MOVE "I"                   TO WRK-CA-ORDEM.
034300     MOVE SPACES                TO WRK-CA-CONTA-INI.
034400     MOVE ZERO                  TO WRK-CA-IDADE-MIN.
034500     MOVE SPACES                TO WRK-CA-ANALISTA-FILTRO.
034600     MOVE SPACES                TO WRK-CA-CHAVE-INICIO.
034700     MOVE SPACES                TO WRK-CA-CHAVE-ULTIMA.
034800     MOVE SPACES                TO WRK-CA-CONTA-TELA.
034900     MOVE ZERO                  TO WRK-CA-PRIMEIRA-TELA.
035000     MOVE SPACES TO WRK-MSG.
035100     STRING "OPERADOR ASSINADO: " DELIMITED BY SIZE
035200            WRK-OPR-NOME          DELIMITED BY SIZE
035300        INTO WRK-MSG
035400     END-STRING.
035500     MOVE SPACES TO CALC9O.
035600     PERFORM 2200-FILL-LIST THRU 2200-EXIT.
035700     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
035800 1500-EXIT.
035900     EXIT.
036000
036010*----------------------------------------------------------------*
036020*  1600-FIND-OPERATOR - PROCURA WRK-OPR-ID-DIG NO CADASTRO DE    *
036040*  OPERADORES (CALCOPR), PARA CRITICAR O ANALISTA ATRIBUIDO.     *
036050*----------------------------------------------------------------*
036070 1600-FIND-OPERATOR.
036080     MOVE "N" TO WRK-FOUND-SW.
036100     OPEN INPUT CALC-OPR-FILE.
036110     IF CALC-OPR-STATUS NOT = "00"
036120        GO TO 1600-EXIT
036140     END-IF.
036150     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
036170     READ CALC-OPR-FILE
036180         INVALID KEY
036200             MOVE "N" TO WRK-FOUND-SW
036210         NOT INVALID KEY
036220             MOVE "Y" TO WRK-FOUND-SW
036240     END-READ.
036250     CLOSE CALC-OPR-FILE.
036270 1600-EXIT.
036280     EXIT.
036300
036310*----------------------------------------------------------------*
036320*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
036340*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
036350*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
036370*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
036380*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
036400*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
036410*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
036420*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
036440*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
036450*----------------------------------------------------------------*
036470 1700-VALIDATE-SIGNON.
036480     MOVE "N"    TO WRK-SIGNON-SW.
036500     MOVE SPACES TO WRK-SIGNON-MSG.
036510     MOVE SPACES TO WRK-SG-TIPO.
036520     MOVE SPACES TO WRK-SG-DESCRICAO.
036540     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
036550     ACCEPT WRK-SG-HORA-CS FROM TIME.
036570     OPEN I-O CALC-OPR-FILE.
036580     IF CALC-OPR-STATUS NOT = "00"
036600        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
036610            TO WRK-SIGNON-MSG
036620        GO TO 1700-EXIT
036640     END-IF.
036650     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
036670     READ CALC-OPR-FILE
036680         INVALID KEY
036700             MOVE "OI" TO WRK-SG-TIPO
036710             MOVE "ID NAO CADASTRADO NO CALCOPR"
036720                 TO WRK-SG-DESCRICAO
036740             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
036750             GO TO 1700-FECHA
036770     END-READ.
036780     IF CALC-OP-SITUACAO EQUAL "S"
036800        MOVE "TS" TO WRK-SG-TIPO
036810        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
036820            TO WRK-SG-DESCRICAO
036840        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
036850            TO WRK-SIGNON-MSG
036870        GO TO 1700-FECHA
036880     END-IF.
036900     IF CALC-OP-SITUACAO EQUAL "B"
036910        MOVE "TB" TO WRK-SG-TIPO
036920        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
036940            TO WRK-SG-DESCRICAO
036950        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
036970            TO WRK-SIGNON-MSG
036980        GO TO 1700-FECHA
037000     END-IF.
037010     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
037020     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
037040     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
037050        ADD 1 TO CALC-OP-TENTATIVAS
037070        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
037080           MOVE "B"  TO CALC-OP-SITUACAO
037100           MOVE "BL" TO WRK-SG-TIPO
037110           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
037120               TO WRK-SG-DESCRICAO
037140           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
037150               TO WRK-SIGNON-MSG
037170        ELSE
037180           MOVE "FS" TO WRK-SG-TIPO
037200           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
037210           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
037220        END-IF
037240        REWRITE CALC-OPR-RECORD
037250        GO TO 1700-FECHA
037270     END-IF.
037280     MOVE "N" TO WRK-TROCA-SW.
037300     IF CALC-OP-TROCA-SENHA EQUAL "S"
037310        MOVE "Y" TO WRK-TROCA-SW
037320     ELSE
037340        COMPUTE WRK-SENHA-DIAS =
037350            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
037370          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
037380        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
037400           MOVE "Y" TO WRK-TROCA-SW
037410        END-IF
037420     END-IF.
037440     IF WRK-NOVA-SENHA EQUAL SPACES
037450        IF WRK-TROCA-OBRIGATORIA
037470           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
037480               TO WRK-SIGNON-MSG
037500           GO TO 1700-FECHA
037510        END-IF
037520     ELSE
037540        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
037550        IF WRK-SIGNON-MSG NOT EQUAL SPACES
037570           GO TO 1700-FECHA
037580        END-IF
037600     END-IF.
037610     MOVE ZERO        TO CALC-OP-TENTATIVAS.
037620     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
037640     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
037650     REWRITE CALC-OPR-RECORD.
037670     IF CALC-OPR-STATUS NOT = "00"
037680        MOVE SPACES TO WRK-SG-TIPO
037700        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
037710            TO WRK-SIGNON-MSG
037720        GO TO 1700-FECHA
037740     END-IF.
037750     MOVE "Y" TO WRK-SIGNON-SW.
037770     MOVE CALC-OP-NOME          TO WRK-OPR-NOME.
037780     MOVE CALC-OP-CONTROLADORIA TO WRK-OPR-CONTROLADORIA.
037800 1700-FECHA.
037810     CLOSE CALC-OPR-FILE.
037820     IF WRK-SG-TIPO NOT EQUAL SPACES
037840        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
037850        MOVE SPACES         TO WRK-SG-ADMIN
037870        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
037880     END-IF.
037900 1700-EXIT.
037910     EXIT.
037920
037940*----------------------------------------------------------------*
037950*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
037970*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
037980*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
038000*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
038010*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
038020*----------------------------------------------------------------*
038040 1720-CHANGE-PASSWORD.
038050     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
038070        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
038080            TO WRK-SIGNON-MSG
038100        GO TO 1720-EXIT
038110     END-IF.
038120     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
038140        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
038150            TO WRK-SIGNON-MSG
038170        GO TO 1720-EXIT
038180     END-IF.
038200     MOVE ZERO TO WRK-SENHA-BRANCOS.
038210     INSPECT WRK-NOVA-SENHA
038220         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
038240     IF WRK-SENHA-BRANCOS GREATER THAN 2
038250        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
038270        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
038280            TO WRK-SIGNON-MSG
038300        GO TO 1720-EXIT
038310     END-IF.
038320     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
038340     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
038350     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
038370     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
038380     MOVE "N"          TO CALC-OP-TROCA-SENHA.
038400     MOVE "TR"         TO WRK-SG-TIPO.
038410     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
038420         TO WRK-SG-DESCRICAO.
038440 1720-EXIT.
038450     EXIT.
038470
038480*----------------------------------------------------------------*
038500*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
038510*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
038520*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
038540*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
038550*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
038560*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
038580*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
038590*  E REINICIAR AS SENHAS.                                        *
038610*----------------------------------------------------------------*
038620 1750-HASH-PASSWORD.
038640     MOVE CALC-OP-ID TO WRK-SH-ID.
038650     MOVE ZERO TO WRK-SH-VALOR.
038670     MOVE ZERO TO WRK-SH-IX.
038680     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
038700         UNTIL WRK-SH-IX NOT LESS THAN 16.
038710 1750-EXIT.
038720     EXIT.
038740
038750 1760-HASH-BYTE.
038770     ADD 1 TO WRK-SH-IX.
038780     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
038800         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
038810     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
038820         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
038840 1760-EXIT.
038850     EXIT.
038870
038880*----------------------------------------------------------------*
038900*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
038910*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
038920*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
038940*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
038950*----------------------------------------------------------------*
038970 1790-WRITE-SECLOG.
038980     OPEN I-O CALC-SGL-FILE.
039000     IF CALC-SGL-STATUS EQUAL "35"
039010        OPEN OUTPUT CALC-SGL-FILE
039020        CLOSE CALC-SGL-FILE
039040        OPEN I-O CALC-SGL-FILE
039050     END-IF.
039070     IF CALC-SGL-STATUS NOT = "00"
039080        GO TO 1790-EXIT
039100     END-IF.
039110     MOVE SPACES           TO CALC-SGL-RECORD.
039120     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
039140     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
039150     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
039170     MOVE ZERO             TO CALC-SG-SEQ.
039180     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
039200     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
039210     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
039220     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
039240     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
039250     MOVE "N" TO WRK-SGL-SW.
039270     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
039280         UNTIL WRK-SGL-GRAVADO
039300            OR CALC-SG-SEQ NOT LESS THAN 999.
039310     CLOSE CALC-SGL-FILE.
039320 1790-EXIT.
039340     EXIT.
039350
039370 1795-TRY-WRITE-SECLOG.
039380     ADD 1 TO CALC-SG-SEQ.
039400     WRITE CALC-SGL-RECORD
039410         INVALID KEY
039420             GO TO 1795-EXIT
039440     END-WRITE.
039450     MOVE "Y" TO WRK-SGL-SW.
039470 1795-EXIT.
039480     EXIT.
039490
039500*----------------------------------------------------------------*
039600*  2000-RECEIVE-AND-PROCESS - LE A TELA E DESPACHA A TECLA:      *
039700*  ENTER APLICA O FILTRO E MOSTRA O DETALHE DA CONTA DIGITADA,   *
039800*  PF8 PAGINA A LISTA, PF7 VOLTA AO INICIO, PF5 GRAVA, PF6       *
039900*  DECIDE E PF3 ENCERRA. A LISTA E O DETALHE SAO REMONTADOS A    *
040000*  CADA TECLA A PARTIR DOS ARQUIVOS.                             *
040100*----------------------------------------------------------------*
040200 2000-RECEIVE-AND-PROCESS.
040300     IF EIBAID EQUAL DFHPF3
040400        EXEC CICS RETURN END-EXEC
040500     END-IF.
040600     EXEC CICS RECEIVE MAP("CALC9")
040700         MAPSET("CALCMAP")
040800         INTO(CALC9I)
040900         RESP(WRK-RESP)
041000     END-EXEC.
041100     MOVE SPACES TO WRK-MSG.
041200     MOVE "N" TO WRK-MANTER-SW.
041300     MOVE "N" TO WRK-MAIS-SW.
041400     IF WRK-RESP EQUAL DFHRESP(MAPFAIL)
041500        MOVE LOW-VALUES TO CALC9I
041600     ELSE
041700        IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
041800           MOVE "ERRO AO LER A TELA - TECLE ENTER" TO WRK-MSG
041900           MOVE SPACES TO CALC9O
042000           PERFORM 2900-SEND-MAP THRU 2900-EXIT
042100           GO TO 2000-EXIT
042200        END-IF
042300     END-IF.
042400     PERFORM 2050-SAVE-INPUT THRU 2050-EXIT.
042500     IF EIBAID EQUAL DFHPF5
042600        PERFORM 2500-SAVE THRU 2500-EXIT
042700     ELSE
042800        IF EIBAID EQUAL DFHPF6
042900           PERFORM 2600-DECIDE THRU 2600-EXIT
043000        ELSE
043100           IF EIBAID EQUAL DFHPF8
043200              MOVE "Y" TO WRK-MAIS-SW
043300              MOVE WRK-CA-CHAVE-ULTIMA TO WRK-CA-CHAVE-INICIO
043400           ELSE
043500              IF EIBAID EQUAL DFHPF7
043600                 MOVE SPACES TO WRK-CA-CHAVE-INICIO
043700              ELSE
043800                 PERFORM 2100-NEW-QUERY THRU 2100-EXIT
043900              END-IF
044000           END-IF
044100        END-IF
044200     END-IF.
044300     MOVE SPACES TO CALC9O.
044400     PERFORM 2200-FILL-LIST THRU 2200-EXIT.
044500     IF WRK-CA-CONTA-TELA NOT EQUAL SPACES
044600        PERFORM 2300-SHOW-DETAIL THRU 2300-EXIT
044700     END-IF.
044800     IF WRK-MANTER-DIGITADO
044900        MOVE WRK-CONTA    TO XCTAO
045000        MOVE WRK-ANALISTA TO XANLO
045100        MOVE WRK-CAUSA    TO XCAUO
045200        MOVE WRK-DECISAO  TO XDECO
045300        MOVE WRK-MOTIVO   TO XMOTO
045400        MOVE WRK-NOTA     TO XNOTO
045500     END-IF.
045600     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
045700 2000-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100*  2050-SAVE-INPUT - COPIA OS CAMPOS DIGITADOS PARA A AREA DE    *
046200*  TRABALHO, TROCANDO BAIXOS-VALORES POR BRANCOS, ANTES QUE A    *
046300*  TELA DE SAIDA SEJA MONTADA POR CIMA DELES.                    *
046400*----------------------------------------------------------------*
046500 2050-SAVE-INPUT.
046600     MOVE XORDI TO WRK-ORDEM.
046700     MOVE XCINI TO WRK-CONTA-INI.
046800     MOVE XIDMI TO WRK-IDADE-X.
046900     MOVE XANFI TO WRK-ANALISTA-FILTRO.
047000     MOVE XCTAI TO WRK-CONTA.
047100     MOVE XANLI TO WRK-ANALISTA.
047200     MOVE XCAUI TO WRK-CAUSA.
047300     MOVE XDECI TO WRK-DECISAO.
047400     MOVE XMOTI TO WRK-MOTIVO.
047500     MOVE XNOTI TO WRK-NOTA.
047600     INSPECT WRK-ORDEM
047700         REPLACING ALL LOW-VALUE BY SPACE.
047800     INSPECT WRK-CONTA-INI
047900         REPLACING ALL LOW-VALUE BY SPACE.
048000     INSPECT WRK-IDADE-X
048100         REPLACING ALL LOW-VALUE BY SPACE.
048200     INSPECT WRK-ANALISTA-FILTRO
048300         REPLACING ALL LOW-VALUE BY SPACE.
048400     INSPECT WRK-CONTA
048500         REPLACING ALL LOW-VALUE BY SPACE.
048600     INSPECT WRK-ANALISTA
048700         REPLACING ALL LOW-VALUE BY SPACE.
048800     INSPECT WRK-CAUSA
048900         REPLACING ALL LOW-VALUE BY SPACE.
049000     INSPECT WRK-DECISAO
049100         REPLACING ALL LOW-VALUE BY SPACE.
049200     INSPECT WRK-MOTIVO
049300         REPLACING ALL LOW-VALUE BY SPACE.
049400     INSPECT WRK-NOTA
049500         REPLACING ALL LOW-VALUE BY SPACE.
049600     IF WRK-CAUSA(2:1) EQUAL SPACE
049700           AND WRK-CAUSA(1:1) NOT EQUAL SPACE
049750           AND WRK-CAUSA(1:1) NOT EQUAL "*"
049800        MOVE WRK-CAUSA(1:1) TO WRK-CAUSA(2:1)
049900        MOVE "0" TO WRK-CAUSA(1:1)
050000     END-IF.
050100 2050-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  2100-NEW-QUERY - ENTER: CRITICA A ORDEM (BRANCO = POR IDADE), *
050600*  A IDADE MINIMA (BRANCO = ZERO) E GUARDA O FILTRO NA COMMAREA, *
050700*  COM A LISTA DO INICIO. A CONTA DIGITADA PASSA A SER A DO      *
050800*  DETALHE (EM BRANCO LIMPA O DETALHE).                          *
050900*----------------------------------------------------------------*
051000 2100-NEW-QUERY.
051100     IF WRK-ORDEM EQUAL SPACE
051200        MOVE "I" TO WRK-ORDEM
051300     END-IF.
051400     IF WRK-ORDEM NOT EQUAL "C" AND WRK-ORDEM NOT EQUAL "I"
051500        MOVE "ORDEM INVALIDA - C (POR CONTA) OU I (POR IDADE)"
051600            TO WRK-MSG
051700        GO TO 2100-EXIT
051800     END-IF.
051900     IF WRK-IDADE-X EQUAL SPACES
052000        MOVE "000" TO WRK-IDADE-X
052100     END-IF.
052200     PERFORM 2150-ALIGN-IDADE THRU 2150-EXIT
052300         UNTIL WRK-IDADE-X(3:1) NOT EQUAL SPACE.
052400     INSPECT WRK-IDADE-X
052500         REPLACING LEADING SPACE BY ZERO.
052600     IF WRK-IDADE-X NOT NUMERIC
052700        MOVE "IDADE MINIMA INVALIDA - INFORME OS DIAS (0 A 999)"
052800            TO WRK-MSG
052900        GO TO 2100-EXIT
053000     END-IF.
053100     MOVE WRK-ORDEM           TO WRK-CA-ORDEM.
053200     MOVE WRK-CONTA-INI       TO WRK-CA-CONTA-INI.
053300     MOVE WRK-IDADE-X         TO WRK-CA-IDADE-MIN.
053400     MOVE WRK-ANALISTA-FILTRO TO WRK-CA-ANALISTA-FILTRO.
053500     MOVE SPACES              TO WRK-CA-CHAVE-INICIO.
053600     MOVE WRK-CONTA           TO WRK-CA-CONTA-TELA.
053700     MOVE ZERO                TO WRK-CA-PRIMEIRA-TELA.
053800 2100-EXIT.
053900     EXIT.
054000
054100 2150-ALIGN-IDADE.
054200     MOVE WRK-IDADE-X TO WRK-IDADE-ANT.
054300     MOVE SPACE TO WRK-IDADE-X(1:1).
054400     MOVE WRK-IDADE-ANT(1:2) TO WRK-IDADE-X(2:2).
054500 2150-EXIT.
054600     EXIT.
054700
054800*----------------------------------------------------------------*
054900*  2200-FILL-LIST - LE O MASTER INTEIRO E GUARDA, EM ORDEM DE    *
055000*  CHAVE, AS OITO PRIMEIRAS EXCECOES ABERTAS QUE PASSAM NO       *
055100*  FILTRO E VEM DEPOIS DO INICIO DA PAGINA. O ANALISTA, A CAUSA  *
055200*  E A DECISAO VEM DA BANCADA (CALCEXW) QUANDO O REGISTRO E DA   *
055300*  MESMA QUEBRA. GUARDA A CHAVE DA ULTIMA LINHA PARA O PF8.      *
055400*----------------------------------------------------------------*
055500 2200-FILL-LIST.
055600     MOVE ZERO TO WRK-LS-QTD.
055700     MOVE ZERO TO WRK-LS-TOTAL.
055800     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
055900     COMPUTE WRK-HOJE-INT =
056000         FUNCTION INTEGER-OF-DATE(WRK-DATE-NUM).
056100     OPEN INPUT CALC-EXM-FILE.
056200     IF CALC-EXM-STATUS NOT = "00"
056300        IF WRK-MSG EQUAL SPACES
056400           MOVE "MASTER DE EXCECOES (CALCEXM) INDISPONIVEL"
056500               TO WRK-MSG
056600        END-IF
056700        GO TO 2200-EXIT
056800     END-IF.
056900     MOVE "N" TO WRK-XW-ABERTO-SW.
057000     OPEN INPUT CALC-EXW-FILE.
057100     IF CALC-EXW-STATUS EQUAL "00"
057200        MOVE "Y" TO WRK-XW-ABERTO-SW
057300     END-IF.
057400     MOVE "N" TO WRK-EXM-EOF-SW.
057500     PERFORM 2250-READ-EXCEPTION THRU 2250-EXIT
057600         UNTIL WRK-EXM-EOF.
057700     CLOSE CALC-EXM-FILE.
057800     IF WRK-XW-ABERTO
057900        CLOSE CALC-EXW-FILE
058000     END-IF.
058100     MOVE ZERO TO WRK-LS-IX.
058200     PERFORM 2280-FORMAT-LINE THRU 2280-EXIT
058300         UNTIL WRK-LS-IX NOT LESS THAN WRK-LS-QTD.
058400     IF WRK-MSG NOT EQUAL SPACES
058500        GO TO 2200-EXIT
058600     END-IF.
058700     IF WRK-LS-QTD EQUAL ZERO
058800        IF WRK-MAIS
058900           MOVE "FIM DA LISTA - PF7 VOLTA AO INICIO" TO WRK-MSG
059000        ELSE
059100           MOVE "NENHUMA EXCECAO ABERTA PARA O FILTRO" TO WRK-MSG
059200        END-IF
059300     ELSE
059400        IF WRK-LS-TOTAL GREATER THAN WRK-LS-QTD
059500           MOVE "HA MAIS EXCECOES - PF8 MOSTRA AS SEGUINTES"
059600               TO WRK-MSG
059700        ELSE
059800           MOVE "DIGITE A CONTA E TECLE ENTER PARA O DETALHE"
059900               TO WRK-MSG
060000        END-IF
060100     END-IF.
060200 2200-EXIT.
060300     EXIT.
060400
060500*----------------------------------------------------------------*
060600*  2250-READ-EXCEPTION - LE A PROXIMA EXCECAO DO MASTER E, SE    *
060700*  ESTIVER ABERTA E PASSAR NO FILTRO, ENTRA NA TABELA NA         *
060800*  POSICAO DA SUA CHAVE.                                         *
060900*----------------------------------------------------------------*
061000 2250-READ-EXCEPTION.
061100     READ CALC-EXM-FILE
061200         AT END
061300             MOVE "Y" TO WRK-EXM-EOF-SW
061400             GO TO 2250-EXIT
061500     END-READ.
061600     IF CALC-XM-STATUS NOT EQUAL "AB"
061700        GO TO 2250-EXIT
061800     END-IF.
061900     IF CALC-XM-CONTA LESS THAN WRK-CA-CONTA-INI
062000        GO TO 2250-EXIT
062100     END-IF.
062200     COMPUTE WRK-IDADE-DIAS = WRK-HOJE-INT -
062300         FUNCTION INTEGER-OF-DATE(CALC-XM-DATA-PRIMEIRA).
062400     IF WRK-IDADE-DIAS LESS THAN ZERO
062500        MOVE ZERO TO WRK-IDADE-DIAS
062600     END-IF.
062700     IF WRK-IDADE-DIAS LESS THAN WRK-CA-IDADE-MIN
062800        GO TO 2250-EXIT
062900     END-IF.
063000     IF WRK-CA-POR-CONTA
063100        MOVE CALC-XM-CONTA         TO WRK-CC-CONTA
063200        MOVE CALC-XM-DATA-PRIMEIRA TO WRK-CC-PRIMEIRA
063300        MOVE WRK-CHAVE-CONTA       TO WRK-CHAVE-ATUAL
063400     ELSE
063500        MOVE CALC-XM-DATA-PRIMEIRA TO WRK-CI-PRIMEIRA
063600        MOVE CALC-XM-CONTA         TO WRK-CI-CONTA
063700        MOVE WRK-CHAVE-IDADE       TO WRK-CHAVE-ATUAL
063800     END-IF.
063900     IF WRK-CHAVE-ATUAL NOT GREATER THAN WRK-CA-CHAVE-INICIO
064000        GO TO 2250-EXIT
064100     END-IF.
064200     MOVE "N" TO WRK-XW-SW.
064300     IF WRK-XW-ABERTO
064400        MOVE CALC-XM-CONTA         TO CALC-XW-CONTA
064500        MOVE CALC-XM-DATA-PRIMEIRA TO WRK-XM-PRIMEIRA
064600        PERFORM 2710-LOOKUP-WORKBENCH THRU 2710-EXIT
064700     END-IF.
064800     IF WRK-CA-ANALISTA-FILTRO NOT EQUAL SPACES
064900        IF NOT WRK-XW-VALIDO
065000              OR CALC-XW-ANALISTA NOT EQUAL WRK-CA-ANALISTA-FILTRO
065100           GO TO 2250-EXIT
065200        END-IF
065300     END-IF.
065400     ADD 1 TO WRK-LS-TOTAL.
065500     MOVE ZERO TO WRK-LS-POS.
065600     MOVE "N" TO WRK-POS-ACHOU-SW.
065700     PERFORM 2260-FIND-POSITION THRU 2260-EXIT
065800         UNTIL WRK-POS-ACHOU.
065900     IF WRK-LS-POS GREATER THAN WRK-LS-MAX
066000        GO TO 2250-EXIT
066100     END-IF.
066200     IF WRK-LS-QTD LESS THAN WRK-LS-MAX
066300        ADD 1 TO WRK-LS-QTD
066400     END-IF.
066500     MOVE WRK-LS-QTD TO WRK-LS-IX.
066600     PERFORM 2270-SHIFT-DOWN THRU 2270-EXIT
066700         UNTIL WRK-LS-IX NOT GREATER THAN WRK-LS-POS.
066800     MOVE WRK-CHAVE-ATUAL       TO WRK-LS-CHAVE(WRK-LS-POS).
066900     MOVE CALC-XM-CONTA         TO WRK-LS-CONTA(WRK-LS-POS).
067000     MOVE CALC-XM-DATA-PRIMEIRA TO WRK-LS-PRIMEIRA(WRK-LS-POS).
067100     MOVE WRK-IDADE-DIAS        TO WRK-LS-IDADE(WRK-LS-POS).
067200     MOVE CALC-XM-RUNS-SEGUIDOS TO WRK-LS-RUNS(WRK-LS-POS).
067300     MOVE CALC-XM-ULT-VARIANCIA TO WRK-LS-VARIANCIA(WRK-LS-POS).
067400     IF WRK-XW-VALIDO
067500        MOVE CALC-XW-ANALISTA   TO WRK-LS-ANALISTA(WRK-LS-POS)
067600        MOVE CALC-XW-CAUSA      TO WRK-LS-CAUSA(WRK-LS-POS)
067700        MOVE CALC-XW-DECISAO    TO WRK-LS-DECISAO(WRK-LS-POS)
067800     ELSE
067900        MOVE SPACES TO WRK-LS-ANALISTA(WRK-LS-POS)
068000        MOVE SPACES TO WRK-LS-CAUSA(WRK-LS-POS)
068100        MOVE SPACES TO WRK-LS-DECISAO(WRK-LS-POS)
068200     END-IF.
068300 2250-EXIT.
068400     EXIT.
068500
068600*----------------------------------------------------------------*
068700*  2260-FIND-POSITION - A NOVA EXCECAO ENTRA ANTES DA PRIMEIRA   *
068800*  DE CHAVE MAIOR, OU NO FIM DA TABELA.                          *
068900*----------------------------------------------------------------*
069000 2260-FIND-POSITION.
069100     ADD 1 TO WRK-LS-POS.
069200     IF WRK-LS-POS GREATER THAN WRK-LS-QTD
069300        MOVE "Y" TO WRK-POS-ACHOU-SW
069400        GO TO 2260-EXIT
069500     END-IF.
069600     IF WRK-LS-CHAVE(WRK-LS-POS) GREATER THAN WRK-CHAVE-ATUAL
069700        MOVE "Y" TO WRK-POS-ACHOU-SW
069800     END-IF.
069900 2260-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------------*
070300*  2270-SHIFT-DOWN - ABRE ESPACO NA POSICAO DA NOVA EXCECAO,     *
070400*  EMPURRANDO AS DE CHAVE MAIOR UMA POSICAO ABAIXO.              *
070500*----------------------------------------------------------------*
070600 2270-SHIFT-DOWN.
070700     MOVE WRK-LS-ENTRY(WRK-LS-IX - 1) TO WRK-LS-ENTRY(WRK-LS-IX).
070800     SUBTRACT 1 FROM WRK-LS-IX.
070900 2270-EXIT.
071000     EXIT.
071100
071200*----------------------------------------------------------------*
071300*  2280-FORMAT-LINE - MONTA UMA LINHA DA LISTA E GUARDA A CHAVE  *
071400*  DA ULTIMA LINHA MOSTRADA.                                     *
071500*----------------------------------------------------------------*
071600 2280-FORMAT-LINE.
071700     ADD 1 TO WRK-LS-IX.
071800     MOVE WRK-LS-CONTA(WRK-LS-IX)     TO WRK-LL-CONTA.
071900     MOVE WRK-LS-PRIMEIRA(WRK-LS-IX)  TO WRK-LL-PRIMEIRA.
072000     MOVE WRK-LS-IDADE(WRK-LS-IX)     TO WRK-LL-IDADE.
072100     MOVE WRK-LS-RUNS(WRK-LS-IX)      TO WRK-LL-RUNS.
072200     MOVE WRK-LS-VARIANCIA(WRK-LS-IX) TO WRK-LL-VARIANCIA.
072300     MOVE WRK-LS-ANALISTA(WRK-LS-IX)  TO WRK-LL-ANALISTA.
072400     MOVE WRK-LS-CAUSA(WRK-LS-IX)     TO WRK-LL-CAUSA.
072500     MOVE WRK-LS-DECISAO(WRK-LS-IX)   TO WRK-LL-DECISAO.
072600     MOVE WRK-LIST-LINE TO XLSO(WRK-LS-IX).
072700     MOVE WRK-LS-CHAVE(WRK-LS-IX) TO WRK-CA-CHAVE-ULTIMA.
072800 2280-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------*
073200*  2300-SHOW-DETAIL - MOSTRA A EXCECAO DA CONTA DA TELA: A       *
073300*  SITUACAO NO MASTER, O QUE A BANCADA TEM DA MESMA QUEBRA       *
073400*  (ANALISTA, CAUSA, DECISAO) E AS TRES ULTIMAS NOTAS. CONTA     *
073500*  SEM EXCECAO EM ANDAMENTO LIMPA O DETALHE.                     *
073600*----------------------------------------------------------------*
073700 2300-SHOW-DETAIL.
073800     PERFORM 2350-FIND-EXCEPTION THRU 2350-EXIT.
073900     IF WRK-NOT-FOUND
074000        MOVE "CONTA SEM EXCECAO EM ANDAMENTO NO MASTER (CALCEXM)"
074100            TO WRK-MSG
074200        MOVE "N"    TO WRK-MANTER-SW
074300        MOVE SPACES TO WRK-CA-CONTA-TELA
074400        MOVE ZERO   TO WRK-CA-PRIMEIRA-TELA
074500        GO TO 2300-EXIT
074600     END-IF.
074700     MOVE WRK-XM-PRIMEIRA TO WRK-CA-PRIMEIRA-TELA.
074800     MOVE WRK-CA-CONTA-TELA TO XCTAO.
074900     EVALUATE WRK-XM-STATUS
075000         WHEN "BC"
075100             MOVE "BAIXA CTB" TO WRK-SL-SITUACAO
075200         WHEN "AC"
075300             MOVE "ACEITA"    TO WRK-SL-SITUACAO
075400         WHEN OTHER
075500             MOVE "ABERTA"    TO WRK-SL-SITUACAO
075600     END-EVALUATE.
075700     COMPUTE WRK-IDADE-DIAS = WRK-HOJE-INT -
075800         FUNCTION INTEGER-OF-DATE(WRK-XM-PRIMEIRA).
075900     IF WRK-IDADE-DIAS LESS THAN ZERO
076000        MOVE ZERO TO WRK-IDADE-DIAS
076100     END-IF.
076200     MOVE WRK-XM-PRIMEIRA  TO WRK-SL-PRIMEIRA.
076300     MOVE WRK-IDADE-DIAS   TO WRK-SL-IDADE.
076400     MOVE WRK-XM-VARIANCIA TO WRK-SL-VARIANCIA.
076500     MOVE WRK-SIT-LINE TO XSITO.
076600     MOVE "N" TO WRK-XW-SW.
076700     OPEN INPUT CALC-EXW-FILE.
076800     IF CALC-EXW-STATUS EQUAL "00"
076900        MOVE WRK-CA-CONTA-TELA TO CALC-XW-CONTA
077000        PERFORM 2710-LOOKUP-WORKBENCH THRU 2710-EXIT
077100        CLOSE CALC-EXW-FILE
077200     END-IF.
077300     IF WRK-XW-VALIDO
077400        MOVE CALC-XW-ANALISTA TO XANLO
077500        MOVE CALC-XW-CAUSA    TO XCAUO
077600        IF CALC-XW-CAUSA NOT EQUAL SPACES
077700           MOVE CALC-XW-CAUSA TO WRK-CAUSA
077800           PERFORM 2800-FIND-CAUSE THRU 2800-EXIT
077900           IF WRK-CAUSA-OK
078000              MOVE WRK-CS-DESCRICAO(WRK-CS-IX) TO XCDSO
078100           END-IF
078200        END-IF
078300        IF CALC-XW-DECISAO NOT EQUAL SPACES
078400           MOVE CALC-XW-DECISAO(1:1)  TO XDECO
078500           MOVE CALC-XW-MOTIVO        TO XMOTO
078600           MOVE CALC-XW-DATA-DECISAO  TO WRK-DL-DATA
078700           MOVE CALC-XW-DECISOR       TO WRK-DL-DECISOR
078800           MOVE WRK-DEC-LINE          TO XDCSO
078900        END-IF
079000     END-IF.
079100     PERFORM 2400-LOAD-NOTES THRU 2400-EXIT.
079200 2300-EXIT.
079300     EXIT.
079400
079500*----------------------------------------------------------------*
079600*  2350-FIND-EXCEPTION - PROCURA A CONTA DA TELA NO MASTER. SO   *
079700*  DEVOLVE WRK-FOUND PARA EXCECAO EM ANDAMENTO: ABERTA, OU       *
079800*  DECIDIDA E AINDA NAO BAIXADA. GUARDA A QUEBRA EM WRK-XM-.     *
079900*----------------------------------------------------------------*
080000 2350-FIND-EXCEPTION.
080100     MOVE "N" TO WRK-FOUND-SW.
080200     OPEN INPUT CALC-EXM-FILE.
080300     IF CALC-EXM-STATUS NOT = "00"
080400        GO TO 2350-EXIT
080500     END-IF.
080600     MOVE "N" TO WRK-EXM-EOF-SW.
080700     PERFORM 2360-READ-EXM THRU 2360-EXIT
080800         UNTIL WRK-FOUND OR WRK-EXM-EOF.
080900     CLOSE CALC-EXM-FILE.
081000 2350-EXIT.
081100     EXIT.
081200
081300 2360-READ-EXM.
081400     READ CALC-EXM-FILE
081500         AT END
081600             MOVE "Y" TO WRK-EXM-EOF-SW
081700             GO TO 2360-EXIT
081800     END-READ.
081900     IF CALC-XM-CONTA NOT EQUAL WRK-CA-CONTA-TELA
082000        GO TO 2360-EXIT
082100     END-IF.
082200     MOVE "Y" TO WRK-EXM-EOF-SW.
082300     IF CALC-XM-STATUS EQUAL "AB"
082400           OR ((CALC-XM-STATUS EQUAL "BC"
082500                 OR CALC-XM-STATUS EQUAL "AC")
082600                AND CALC-XM-DATA-BAIXA EQUAL ZERO)
082700        MOVE "Y" TO WRK-FOUND-SW
082800        MOVE CALC-XM-DATA-PRIMEIRA TO WRK-XM-PRIMEIRA
082900        MOVE CALC-XM-RUNS-SEGUIDOS TO WRK-XM-RUNS
083000        MOVE CALC-XM-ULT-VARIANCIA TO WRK-XM-VARIANCIA
083100        MOVE CALC-XM-STATUS        TO WRK-XM-STATUS
083200     END-IF.
083300 2360-EXIT.
083400     EXIT.
083500
083600*----------------------------------------------------------------*
083700*  2400-LOAD-NOTES - LE NO HISTORICO (CALCEXN) AS NOTAS DA CONTA *
083800*  EM ORDEM CRONOLOGICA, GUARDANDO AS TRES ULTIMAS DA QUEBRA DA  *
083900*  TELA, E AS MOSTRA DA MAIS NOVA PARA A MAIS ANTIGA.            *
084000*----------------------------------------------------------------*
084100 2400-LOAD-NOTES.
084200     MOVE ZERO TO WRK-NB-QTD.
084300     OPEN INPUT CALC-EXN-FILE.
084400     IF CALC-EXN-STATUS NOT = "00"
084500        GO TO 2400-EXIT
084600     END-IF.
084700     MOVE "N" TO WRK-EXN-EOF-SW.
084800     MOVE WRK-CA-CONTA-TELA TO CALC-XN-CONTA.
084900     MOVE ZERO TO CALC-XN-DATA.
085000     MOVE ZERO TO CALC-XN-HORA.
085100     MOVE ZERO TO CALC-XN-SEQ.
085200     START CALC-EXN-FILE
085300         KEY NOT LESS THAN CALC-XN-CHAVE
085400         INVALID KEY
085500             MOVE "Y" TO WRK-EXN-EOF-SW
085600     END-START.
085700     PERFORM 2450-READ-NOTE THRU 2450-EXIT
085800         UNTIL WRK-EXN-EOF.
085900     CLOSE CALC-EXN-FILE.
086000     MOVE ZERO TO WRK-LIN-IX.
086100     PERFORM 2480-SHOW-NOTE THRU 2480-EXIT
086200         UNTIL WRK-LIN-IX NOT LESS THAN WRK-NB-QTD.
086300 2400-EXIT.
086400     EXIT.
086500
086600 2450-READ-NOTE.
086700     READ CALC-EXN-FILE NEXT RECORD
086800         AT END
086900             MOVE "Y" TO WRK-EXN-EOF-SW
087000             GO TO 2450-EXIT
087100     END-READ.
087200     IF CALC-XN-CONTA NOT EQUAL WRK-CA-CONTA-TELA
087300        MOVE "Y" TO WRK-EXN-EOF-SW
087400        GO TO 2450-EXIT
087500     END-IF.
087600     IF CALC-XN-DATA-PRIMEIRA NOT EQUAL WRK-XM-PRIMEIRA
087700        GO TO 2450-EXIT
087800     END-IF.
087900     IF WRK-NB-QTD LESS THAN 3
088000        ADD 1 TO WRK-NB-QTD
088100     ELSE
088200        MOVE WRK-NB-LINHA(2) TO WRK-NB-LINHA(1)
088300        MOVE WRK-NB-LINHA(3) TO WRK-NB-LINHA(2)
088400     END-IF.
088500     MOVE CALC-XN-DATA     TO WRK-NL-DATA.
088600     MOVE CALC-XN-OPERADOR TO WRK-NL-OPERADOR.
088700     MOVE CALC-XN-TEXTO    TO WRK-NL-TEXTO.
088800     MOVE WRK-NOTE-LINE TO WRK-NB-LINHA(WRK-NB-QTD).
088900 2450-EXIT.
089000     EXIT.
089100
089200 2480-SHOW-NOTE.
089300     ADD 1 TO WRK-LIN-IX.
089400     MOVE WRK-NB-LINHA(WRK-NB-QTD - WRK-LIN-IX + 1)
089500         TO XNTO(WRK-LIN-IX).
089600 2480-EXIT.
089700     EXIT.
089800
089900*----------------------------------------------------------------*
090000*  2500-SAVE - PF5: GRAVA NA BANCADA O ANALISTA E A CAUSA RAIZ   *
090100*  QUE MUDARAM E A NOTA DIGITADA. CADA MUDANCA VAI TAMBEM PARA O *
090200*  HISTORICO (CALCEXN) COMO NOTA AUTOMATICA. O REGISTRO DE OUTRA *
090300*  QUEBRA DA MESMA CONTA E REINICIADO. DEPOIS DA DECISAO SO      *
090350*  ENTRAM NOTAS. COMO A TELA SO DEVOLVE O CAMPO DIGITADO,        *
090400*  ANALISTA OU CAUSA EM BRANCO MANTEM O QUE ESTA NA BANCADA; "*" *
090450*  NO CAMPO RETIRA A ATRIBUICAO OU A CAUSA.                      *
090500*----------------------------------------------------------------*
090600 2500-SAVE.
090700     PERFORM 2650-CHECK-SCREEN THRU 2650-EXIT.
090800     IF WRK-MSG NOT EQUAL SPACES
090900        GO TO 2500-EXIT
091000     END-IF.
091100     IF WRK-ANALISTA NOT EQUAL SPACES
091150           AND WRK-ANALISTA NOT EQUAL "*"
091200        MOVE WRK-ANALISTA TO WRK-OPR-ID-DIG
091300        PERFORM 1600-FIND-OPERATOR THRU 1600-EXIT
091400        IF WRK-NOT-FOUND
091500           MOVE "ANALISTA NAO CADASTRADO NO CALCOPR" TO WRK-MSG
091600           MOVE "Y" TO WRK-MANTER-SW
091700           GO TO 2500-EXIT
091800        END-IF
091900     END-IF.
092000     IF WRK-CAUSA NOT EQUAL SPACES
092050           AND WRK-CAUSA NOT EQUAL "*"
092100        PERFORM 2800-FIND-CAUSE THRU 2800-EXIT
092200        IF NOT WRK-CAUSA-OK
092300           MOVE "CAUSA RAIZ INVALIDA - VEJA OS CODIGOS NO RODAPE"
092400               TO WRK-MSG
092500           MOVE "Y" TO WRK-MANTER-SW
092600           GO TO 2500-EXIT
092700        END-IF
092800     END-IF.
092900     PERFORM 2750-OPEN-FILES-IO THRU 2750-EXIT.
093000     IF WRK-MSG NOT EQUAL SPACES
093100        MOVE "Y" TO WRK-MANTER-SW
093200        GO TO 2500-EXIT
093300     END-IF.
093306     MOVE WRK-ANALISTA TO WRK-ANALISTA-NOVO.
093313     IF WRK-ANALISTA EQUAL SPACES
093320        MOVE CALC-XW-ANALISTA TO WRK-ANALISTA-NOVO
093326     END-IF.
093333     IF WRK-ANALISTA EQUAL "*"
093340        MOVE SPACES TO WRK-ANALISTA-NOVO
093346     END-IF.
093353     MOVE WRK-CAUSA TO WRK-CAUSA-NOVA.
093360     IF WRK-CAUSA EQUAL SPACES
093366        MOVE CALC-XW-CAUSA TO WRK-CAUSA-NOVA
093373     END-IF.
093380     IF WRK-CAUSA EQUAL "*"
093386        MOVE SPACES TO WRK-CAUSA-NOVA
093393     END-IF.
093400     IF WRK-XW-VALIDO AND CALC-XW-DECISAO NOT EQUAL SPACES
093500           AND (WRK-ANALISTA-NOVO NOT EQUAL CALC-XW-ANALISTA
093600                OR WRK-CAUSA-NOVA NOT EQUAL CALC-XW-CAUSA)
093700        MOVE "EXCECAO JA DECIDIDA - SO ACEITA NOTAS"
093800            TO WRK-MSG
093900        MOVE "Y" TO WRK-MANTER-SW
094000        GO TO 2500-FECHA
094100     END-IF.
094200     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
094300     ACCEPT WRK-CURRENT-TIME FROM TIME.
094400     MOVE ZERO TO WRK-ALTEROU-QTD.
094500     IF WRK-ANALISTA-NOVO NOT EQUAL CALC-XW-ANALISTA
094600        MOVE WRK-ANALISTA-NOVO TO CALC-XW-ANALISTA
094700        MOVE WRK-DATE-NUM TO CALC-XW-DATA-ATRIBUICAO
094800        MOVE "A" TO WRK-NT-TIPO
094900        MOVE SPACES TO WRK-NT-TEXTO
095000        IF WRK-ANALISTA-NOVO EQUAL SPACES
095100           MOVE "ATRIBUICAO RETIRADA" TO WRK-NT-TEXTO
095200        ELSE
095300           STRING "ATRIBUIDA AO ANALISTA " DELIMITED BY SIZE
095400                  WRK-ANALISTA-NOVO        DELIMITED BY SIZE
095500              INTO WRK-NT-TEXTO
095600           END-STRING
095700        END-IF
095800        PERFORM 2550-WRITE-NOTE THRU 2550-EXIT
095900     END-IF.
096000     IF WRK-CAUSA-NOVA NOT EQUAL CALC-XW-CAUSA
096100        MOVE WRK-CAUSA-NOVA TO CALC-XW-CAUSA
096200        MOVE "C" TO WRK-NT-TIPO
096300        MOVE SPACES TO WRK-NT-TEXTO
096400        IF WRK-CAUSA-NOVA EQUAL SPACES
096500           MOVE "CAUSA RAIZ RETIRADA" TO WRK-NT-TEXTO
096600        ELSE
096700           STRING "CAUSA RAIZ " DELIMITED BY SIZE
096800                  WRK-CAUSA-NOVA DELIMITED BY SIZE
096900                  " - "         DELIMITED BY SIZE
097000                  WRK-CS-DESCRICAO(WRK-CS-IX)
097100                                DELIMITED BY SIZE
097200              INTO WRK-NT-TEXTO
097300           END-STRING
097400        END-IF
097500        PERFORM 2550-WRITE-NOTE THRU 2550-EXIT
097600     END-IF.
097700     IF WRK-NOTA NOT EQUAL SPACES
097800        MOVE "N"      TO WRK-NT-TIPO
097900        MOVE WRK-NOTA TO WRK-NT-TEXTO
098000        PERFORM 2550-WRITE-NOTE THRU 2550-EXIT
098100     END-IF.
098200     IF WRK-MSG NOT EQUAL SPACES
098300        GO TO 2500-FECHA
098400     END-IF.
098500     IF WRK-ALTEROU-QTD EQUAL ZERO
098600        MOVE "NADA ALTERADO - INFORME ANALISTA, CAUSA OU NOTA"
098700            TO WRK-MSG
098800        GO TO 2500-FECHA
098900     END-IF.
099000     PERFORM 2780-WRITE-WORKBENCH THRU 2780-EXIT.
099100     IF WRK-MSG EQUAL SPACES
099200        MOVE "EXCECAO ATUALIZADA NA BANCADA" TO WRK-MSG
099300     END-IF.
099400 2500-FECHA.
099500     CLOSE CALC-EXN-FILE.
099600     CLOSE CALC-EXW-FILE.
099700 2500-EXIT.
099800     EXIT.
099900
100000*----------------------------------------------------------------*
100100*  2550-WRITE-NOTE - GRAVA NO HISTORICO A NOTA EM WRK-NT-, COM A *
100200*  DATA E HORA DA GRAVACAO; NOTAS NO MESMO SEGUNDO GANHAM A      *
100300*  SEQUENCIA SEGUINTE. A NOTA DIGITADA (TIPO N) FICA TAMBEM COMO *
100400*  ULTIMA NOTA NA BANCADA.                                       *
100500*----------------------------------------------------------------*
100600 2550-WRITE-NOTE.
100700     MOVE SPACES                TO CALC-EXN-RECORD.
100800     MOVE WRK-CA-CONTA-TELA     TO CALC-XN-CONTA.
100900     MOVE WRK-DATE-NUM          TO CALC-XN-DATA.
101000     MOVE WRK-TIME-HHMMSS       TO CALC-XN-HORA.
101100     MOVE ZERO                  TO CALC-XN-SEQ.
101200     MOVE WRK-CA-OPERADOR       TO CALC-XN-OPERADOR.
101300     MOVE WRK-XM-PRIMEIRA       TO CALC-XN-DATA-PRIMEIRA.
101400     MOVE WRK-NT-TIPO           TO CALC-XN-TIPO.
101500     MOVE WRK-NT-TEXTO          TO CALC-XN-TEXTO.
101600     MOVE "N" TO WRK-NOTA-SW.
101700     PERFORM 2560-TRY-WRITE-NOTE THRU 2560-EXIT
101800         UNTIL WRK-NOTA-GRAVADA
101900            OR CALC-XN-SEQ NOT LESS THAN 99.
102000     IF NOT WRK-NOTA-GRAVADA
102100        MOVE "ERRO NA GRAVACAO DO HISTORICO DE NOTAS (CALCEXN)"
102200            TO WRK-MSG
102300        GO TO 2550-EXIT
102400     END-IF.
102500     ADD 1 TO WRK-ALTEROU-QTD.
102600     ADD 1 TO CALC-XW-QTD-NOTAS.
102700     IF WRK-NT-TIPO EQUAL "N"
102800        MOVE WRK-DATE-NUM    TO CALC-XW-DATA-ULT-NOTA
102900        MOVE WRK-CA-OPERADOR TO CALC-XW-OPER-ULT-NOTA
103000        MOVE WRK-NT-TEXTO    TO CALC-XW-ULT-NOTA
103100     END-IF.
103200 2550-EXIT.
103300     EXIT.
103400
103500 2560-TRY-WRITE-NOTE.
103600     ADD 1 TO CALC-XN-SEQ.
103700     WRITE CALC-EXN-RECORD
103800         INVALID KEY
103900             GO TO 2560-EXIT
104000     END-WRITE.
104100     MOVE "Y" TO WRK-NOTA-SW.
104200 2560-EXIT.
104300     EXIT.
104400
104500*----------------------------------------------------------------*
104600*  2600-DECIDE - PF6: DECISAO DA CONTROLADORIA SOBRE A EXCECAO   *
104700*  ABERTA DA TELA. EXIGE AUTORIDADE DE CONTROLADORIA, DECISAO B  *
104800*  (BAIXA CONTABIL) OU A (ACEITA), MOTIVO, CAUSA RAIZ JA GRAVADA *
104900*  E QUE O DECISOR NAO SEJA O ANALISTA DA EXCECAO. A QUEBRA SO   *
105000*  E DECIDIDA UMA VEZ; O CALCRECN LEVA A DECISAO PARA O MASTER.  *
105100*----------------------------------------------------------------*
105200 2600-DECIDE.
105300     IF WRK-CA-CONTROLADORIA NOT EQUAL "S"
105400        MOVE "SEM AUTORIDADE DE CONTROLADORIA"
105500            TO WRK-MSG
105600        MOVE "Y" TO WRK-MANTER-SW
105700        GO TO 2600-EXIT
105800     END-IF.
105900     PERFORM 2650-CHECK-SCREEN THRU 2650-EXIT.
106000     IF WRK-MSG NOT EQUAL SPACES
106100        GO TO 2600-EXIT
106200     END-IF.
106300     MOVE "Y" TO WRK-MANTER-SW.
106400     IF WRK-XM-STATUS NOT EQUAL "AB"
106500        MOVE "EXCECAO JA DECIDIDA E LEVADA AO MASTER" TO WRK-MSG
106600        MOVE "N" TO WRK-MANTER-SW
106700        GO TO 2600-EXIT
106800     END-IF.
106900     IF WRK-DECISAO NOT EQUAL "B" AND WRK-DECISAO NOT EQUAL "A"
107000        MOVE "DECISAO: B = BAIXA CONTABIL, A = DIFERENCA ACEITA"
107100            TO WRK-MSG
107200        GO TO 2600-EXIT
107300     END-IF.
107400     IF WRK-MOTIVO EQUAL SPACES
107500        MOVE "INFORME O MOTIVO DA DECISAO E TECLE PF6" TO WRK-MSG
107600        GO TO 2600-EXIT
107700     END-IF.
107800     PERFORM 2750-OPEN-FILES-IO THRU 2750-EXIT.
107900     IF WRK-MSG NOT EQUAL SPACES
108000        GO TO 2600-EXIT
108100     END-IF.
108200     IF NOT WRK-XW-VALIDO OR CALC-XW-CAUSA EQUAL SPACES
108300        MOVE "GRAVE A CAUSA RAIZ (PF5) ANTES DA DECISAO"
108350            TO WRK-MSG
108400        GO TO 2600-FECHA
108500     END-IF.
108600     IF CALC-XW-DECISAO NOT EQUAL SPACES
108700        MOVE "EXCECAO JA DECIDIDA - A DECISAO NAO E ALTERADA"
108800            TO WRK-MSG
108900        MOVE "N" TO WRK-MANTER-SW
109000        GO TO 2600-FECHA
109100     END-IF.
109200     IF CALC-XW-ANALISTA EQUAL WRK-CA-OPERADOR
109300        MOVE "O ANALISTA DA EXCECAO NAO PODE DECIDI-LA - NEGADO"
109400            TO WRK-MSG
109500        GO TO 2600-FECHA
109600     END-IF.
109700     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
109800     ACCEPT WRK-CURRENT-TIME FROM TIME.
109900     MOVE ZERO TO WRK-ALTEROU-QTD.
110000     MOVE "D" TO WRK-NT-TIPO.
110100     MOVE SPACES TO WRK-NT-TEXTO.
110200     IF WRK-DECISAO EQUAL "B"
110300        MOVE "BC" TO CALC-XW-DECISAO
110400        STRING "BAIXA CONTABIL APROVADA: " DELIMITED BY SIZE
110500               WRK-MOTIVO                  DELIMITED BY SIZE
110600           INTO WRK-NT-TEXTO
110700        END-STRING
110800     ELSE
110900        MOVE "AC" TO CALC-XW-DECISAO
111000        STRING "DIFERENCA ACEITA: " DELIMITED BY SIZE
111100               WRK-MOTIVO           DELIMITED BY SIZE
111200           INTO WRK-NT-TEXTO
111300        END-STRING
111400     END-IF.
111500     MOVE WRK-MOTIVO      TO CALC-XW-MOTIVO.
111600     MOVE WRK-CA-OPERADOR TO CALC-XW-DECISOR.
111700     MOVE WRK-DATE-NUM    TO CALC-XW-DATA-DECISAO.
111800     MOVE WRK-TIME-HHMMSS TO CALC-XW-HORA-DECISAO.
111900     PERFORM 2550-WRITE-NOTE THRU 2550-EXIT.
112000     IF WRK-NOTA NOT EQUAL SPACES AND WRK-MSG EQUAL SPACES
112100        MOVE "N"      TO WRK-NT-TIPO
112200        MOVE WRK-NOTA TO WRK-NT-TEXTO
112300        PERFORM 2550-WRITE-NOTE THRU 2550-EXIT
112400     END-IF.
112500     IF WRK-MSG NOT EQUAL SPACES
112600        GO TO 2600-FECHA
112700     END-IF.
112800     PERFORM 2780-WRITE-WORKBENCH THRU 2780-EXIT.
112900     IF WRK-MSG EQUAL SPACES
113000        MOVE "N" TO WRK-MANTER-SW
113100        MOVE "DECISAO GRAVADA - VALE NO PROXIMO CALCRECN"
113200            TO WRK-MSG
113300     END-IF.
113400 2600-FECHA.
113500     CLOSE CALC-EXN-FILE.
113600     CLOSE CALC-EXW-FILE.
113700 2600-EXIT.
113800     EXIT.
113900
114000*----------------------------------------------------------------*
114100*  2650-CHECK-SCREEN - O PF5/PF6 SO VALE PARA A CONTA QUE ESTA   *
114170*  NO DETALHE (CONTA EM BRANCO VALE A DO DETALHE): CONTA         *
114250*  DIGITADA DIFERENTE PASSA A SER A DO DETALHE PARA CONFERENCIA. *
114320*  RELE A EXCECAO NO MASTER E RECUSA SE ELA NAO ESTA MAIS EM     *
114400*  ANDAMENTO OU SE O CALCRECN ABRIU OUTRA QUEBRA DESDE A         *
114500*  CONSULTA.                                                     *
114600*----------------------------------------------------------------*
114700 2650-CHECK-SCREEN.
114720     IF WRK-CONTA EQUAL SPACES
114750        MOVE WRK-CA-CONTA-TELA TO WRK-CONTA
114770     END-IF.
114800     IF WRK-CONTA EQUAL SPACES
114900        MOVE "INFORME A CONTA E TECLE ENTER PARA VER A EXCECAO"
115000            TO WRK-MSG
115100        GO TO 2650-EXIT
115200     END-IF.
115300     IF WRK-CONTA NOT EQUAL WRK-CA-CONTA-TELA
115400        MOVE WRK-CONTA TO WRK-CA-CONTA-TELA
115500        MOVE ZERO      TO WRK-CA-PRIMEIRA-TELA
115600        MOVE "CONFIRA A EXCECAO DA CONTA E TECLE A FUNCAO DE NOVO"
115700            TO WRK-MSG
115800        GO TO 2650-EXIT
115900     END-IF.
116000     PERFORM 2350-FIND-EXCEPTION THRU 2350-EXIT.
116100     IF WRK-NOT-FOUND
116200        MOVE "CONTA SEM EXCECAO EM ANDAMENTO NO MASTER (CALCEXM)"
116300            TO WRK-MSG
116400        GO TO 2650-EXIT
116500     END-IF.
116600     IF WRK-XM-PRIMEIRA NOT EQUAL WRK-CA-PRIMEIRA-TELA
116700        MOVE "A QUEBRA MUDOU DESDE A CONSULTA - CONFIRA E REPITA"
116800            TO WRK-MSG
116900     END-IF.
117000 2650-EXIT.
117100     EXIT.
117200
117300*----------------------------------------------------------------*
117400*  2710-LOOKUP-WORKBENCH - LE NA BANCADA (JA ABERTA) A CONTA EM  *
117500*  CALC-XW-CONTA. O REGISTRO SO VALE (WRK-XW-VALIDO) QUANDO E DA *
117600*  QUEBRA DE PRIMEIRA DATA WRK-XM-PRIMEIRA.                      *
117700*----------------------------------------------------------------*
117800 2710-LOOKUP-WORKBENCH.
117900     MOVE "N" TO WRK-XW-SW.
118000     READ CALC-EXW-FILE
118100         INVALID KEY
118200             GO TO 2710-EXIT
118300     END-READ.
118400     IF CALC-XW-DATA-PRIMEIRA EQUAL WRK-XM-PRIMEIRA
118500        MOVE "V" TO WRK-XW-SW
118600     ELSE
118700        MOVE "O" TO WRK-XW-SW
118800     END-IF.
118900 2710-EXIT.
119000     EXIT.
119100
119200*----------------------------------------------------------------*
119300*  2750-OPEN-FILES-IO - ABRE A BANCADA E O HISTORICO PARA        *
119400*  ATUALIZACAO (CRIANDO-OS NA PRIMEIRA GRAVACAO) E LE O REGISTRO *
119500*  DA CONTA. SEM REGISTRO DA QUEBRA, DEIXA UM NOVO PRONTO EM     *
119600*  CALC-EXW-RECORD. SO DEVOLVE MENSAGEM QUANDO NAO ABRIU.        *
119700*----------------------------------------------------------------*
119800 2750-OPEN-FILES-IO.
119900     OPEN I-O CALC-EXW-FILE.
120000     IF CALC-EXW-STATUS EQUAL "35"
120100        OPEN OUTPUT CALC-EXW-FILE
120200        CLOSE CALC-EXW-FILE
120300        OPEN I-O CALC-EXW-FILE
120400     END-IF.
120500     IF CALC-EXW-STATUS NOT = "00"
120600        MOVE "ERRO AO ABRIR A BANCADA DE EXCECOES (CALCEXW)"
120700            TO WRK-MSG
120800        GO TO 2750-EXIT
120900     END-IF.
121000     OPEN I-O CALC-EXN-FILE.
121100     IF CALC-EXN-STATUS EQUAL "35"
121200        OPEN OUTPUT CALC-EXN-FILE
121300        CLOSE CALC-EXN-FILE
121400        OPEN I-O CALC-EXN-FILE
121500     END-IF.
121600     IF CALC-EXN-STATUS NOT = "00"
121700        MOVE "ERRO AO ABRIR O HISTORICO DE NOTAS (CALCEXN)"
121800            TO WRK-MSG
121900        CLOSE CALC-EXW-FILE
122000        GO TO 2750-EXIT
122100     END-IF.
122200     MOVE WRK-CA-CONTA-TELA TO CALC-XW-CONTA.
122300     PERFORM 2710-LOOKUP-WORKBENCH THRU 2710-EXIT.
122400     IF WRK-XW-VALIDO
122500        GO TO 2750-EXIT
122600     END-IF.
122700     MOVE SPACES            TO CALC-EXW-RECORD.
122800     MOVE WRK-CA-CONTA-TELA TO CALC-XW-CONTA.
122900     MOVE WRK-XM-PRIMEIRA   TO CALC-XW-DATA-PRIMEIRA.
123000     MOVE ZERO              TO CALC-XW-DATA-ATRIBUICAO.
123100     MOVE ZERO              TO CALC-XW-DATA-DECISAO.
123200     MOVE ZERO              TO CALC-XW-HORA-DECISAO.
123300     MOVE ZERO              TO CALC-XW-QTD-NOTAS.
123400     MOVE ZERO              TO CALC-XW-DATA-ULT-NOTA.
123500 2750-EXIT.
123600     EXIT.
123700
123800*----------------------------------------------------------------*
123900*  2780-WRITE-WORKBENCH - GRAVA O REGISTRO DA BANCADA: INCLUI    *
124000*  QUANDO A CONTA NAO TINHA REGISTRO, REGRAVA NOS DEMAIS CASOS   *
124100*  (INCLUSIVE O REGISTRO REINICIADO DE OUTRA QUEBRA).            *
124200*----------------------------------------------------------------*
124300 2780-WRITE-WORKBENCH.
124400     IF WRK-XW-AUSENTE
124500        WRITE CALC-EXW-RECORD
124600            INVALID KEY
124700                MOVE "ERRO NA GRAVACAO DA BANCADA (CALCEXW)"
124800                    TO WRK-MSG
124900        END-WRITE
125000     ELSE
125100        REWRITE CALC-EXW-RECORD
125200            INVALID KEY
125300                MOVE "ERRO NA REGRAVACAO DA BANCADA (CALCEXW)"
125400                    TO WRK-MSG
125500        END-REWRITE
125600     END-IF.
125700 2780-EXIT.
125800     EXIT.
125900
126000*----------------------------------------------------------------*
126100*  2800-FIND-CAUSE - PROCURA WRK-CAUSA NA TABELA DE CAUSAS RAIZ; *
126200*  ACHADA, DEIXA WRK-CS-IX NELA.                                 *
126300*----------------------------------------------------------------*
126400 2800-FIND-CAUSE.
126500     MOVE "N" TO WRK-CAUSA-SW.
126600     MOVE ZERO TO WRK-CS-IX.
126700     PERFORM 2850-SCAN-CAUSE THRU 2850-EXIT
126800         UNTIL WRK-CAUSA-OK OR WRK-CS-IX NOT LESS THAN 7.
126900 2800-EXIT.
127000     EXIT.
127100
127200 2850-SCAN-CAUSE.
127300     ADD 1 TO WRK-CS-IX.
127400     IF WRK-CS-CODIGO(WRK-CS-IX) EQUAL WRK-CAUSA
127500        MOVE "Y" TO WRK-CAUSA-SW
127600     END-IF.
127700 2850-EXIT.
127800     EXIT.
127900
128000*----------------------------------------------------------------*
128100*  2900-SEND-MAP - DEVOLVE A TELA COM O FILTRO DA COMMAREA, A    *
128200*  LISTA, O DETALHE E A MENSAGEM.                                *
128300*----------------------------------------------------------------*
128400 2900-SEND-MAP.
128500     MOVE WRK-CA-ORDEM           TO XORDO.
128600     MOVE WRK-CA-CONTA-INI       TO XCINO.
128700     MOVE WRK-CA-IDADE-MIN       TO WRK-IDADE-EDIT.
128800     MOVE WRK-IDADE-EDIT         TO XIDMO.
128900     MOVE WRK-CA-ANALISTA-FILTRO TO XANFO.
129000     MOVE WRK-MSG TO MSG9O.
129100     EXEC CICS SEND MAP("CALC9")
129200         MAPSET("CALCMAP")
129300         FROM(CALC9O)
129400         ERASE
129500     END-EXEC.
129600 2900-EXIT.
129700     EXIT.
