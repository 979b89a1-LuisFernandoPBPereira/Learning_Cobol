000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCAPR.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO ONLINE.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. TRANSACAO CICS CAPR, TELA *
001200*                   CALC6 (MAPSET CALCMAP): APROVACAO DOS LOTES  *
001300*                   DIGITADOS NA CALC4 (CALCENT), QUE FICAM      *
001400*                   PENDENTES NO CALCPND. O APROVADOR ASSINA     *
001500*                   PELA TELA CALC0 E PRECISA TER AUTORIDADE DE  *
001600*                   APROVADOR NO CALCOPR. ENTER MOSTRA O PROXIMO *
001700*                   LOTE PENDENTE DIGITADO POR OUTRO OPERADOR    *
001800*                   (O PROPRIO DIGITADOR NUNCA VE NEM DECIDE O   *
001900*                   SEU LOTE); PF5 APROVA E GRAVA NO CALCINR O   *
002000*                   LOTE COMPLETO COM HEADER, DETALHES E TRAILER *
002100*                   PARA O CALCEDIT; PF6 REJEITA COM O MOTIVO    *
002200*                   DIGITADO (OBRIGATORIO) E NADA VAI PARA O     *
002300*                   CALCINR. A DECISAO FICA NO CALCPND COM O     *
002400*                   APROVADOR, A DATA E A HORA.                  *
002409* 15/10/2026 JH     ASSINATURA COM SENHA (A CALC0 GANHOU SENHA,  *
002418*                   NOVA SENHA E CONFIRMACAO): SENHA VENCIDA OU  *
002427*                   AINDA INICIAL OBRIGA A TROCA, SENHAS ERRADAS *
002436*                   SEGUIDAS BLOQUEIAM O OPERADOR, OPERADOR      *
002445*                   SUSPENSO OU BLOQUEADO NAO ENTRA, E RECUSA,   *
002454*                   BLOQUEIO E TROCA DE SENHA VAO PARA O LOG DE  *
002463*                   SEGURANCA (CALCSGL). O CALCOPR PASSA A SER   *
002472*                   INDEXADO PELO ID, MANTIDO PELA TRANSACAO     *
002481*                   CADM (CALCADM). A ASSINATURA SEM AUTORIDADE  *
002490*                   DE APROVADOR TAMBEM VAI PARA O LOG.          *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT             DIVISION.
002700 INPUT-OUTPUT            SECTION.
002800 FILE-CONTROL.
002830     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
002860         ORGANIZATION IS INDEXED
002900         ACCESS MODE  IS DYNAMIC
002930         RECORD KEY   IS CALC-OP-ID
002960         FILE STATUS  IS CALC-OPR-STATUS.
003000
003030     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
003060         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003130         RECORD KEY   IS CALC-SG-CHAVE
003160         FILE STATUS  IS CALC-SGL-STATUS.
003200
003300     SELECT CALC-PND-FILE    ASSIGN TO CALCPND
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS DYNAMIC
003600         RECORD KEY   IS CALC-PN-CHAVE
003700         FILE STATUS  IS CALC-PND-STATUS.
003800
003900     SELECT CALC-RAW-FILE    ASSIGN TO CALCINR
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS  IS CALC-RAW-STATUS.
004200
004300 DATA                    DIVISION.
004400 FILE                    SECTION.
004500 FD  CALC-OPR-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY CALCOPR.
004720
004740 FD  CALC-SGL-FILE
004760     LABEL RECORDS ARE STANDARD.
004780     COPY CALCSGL.
004800
004900 FD  CALC-PND-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY CALCPND.
005200
005300 FD  CALC-RAW-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  CALC-RAW-RECORD          PIC X(57).
005600*
005700 WORKING-STORAGE         SECTION.
005800     COPY DFHAID.
005900*
006000 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
006100 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
006103 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
006106 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
006109 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
006112 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
006115 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
006118 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
006121 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
006125 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
006128 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
006131 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
006134     88  WRK-SIGNON-OK              VALUE "Y".
006137 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
006140     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
006143 77  WRK-SGL-SW           PIC X(01) VALUE "N".
006146     88  WRK-SGL-GRAVADO            VALUE "Y".
006150 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
006153 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
006156 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
006159 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
006162 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
006165 01  WRK-SG-HORA-CS.
006168     05  WRK-SG-HORA      PIC 9(06).
006171     05  FILLER           PIC 9(02).
006175 01  WRK-SH-ENTRADA.
006178     05  WRK-SH-ID        PIC X(08).
006181     05  WRK-SH-SENHA     PIC X(08).
006184 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
006187 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
006190 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
006193 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
006196 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
006200 77  CALC-PND-STATUS      PIC X(02) VALUE "00".
006300 77  CALC-RAW-STATUS      PIC X(02) VALUE "00".
006600 77  WRK-PND-EOF-SW       PIC X(01) VALUE "N".
006700     88  WRK-PND-EOF                VALUE "Y".
006800 77  WRK-FOUND-SW         PIC X(01) VALUE "N".
006900     88  WRK-FOUND                  VALUE "Y".
007000     88  WRK-NOT-FOUND              VALUE "N".
007100 77  WRK-OPR-NOME         PIC X(30) VALUE SPACES.
007200 77  WRK-OPR-APROVADOR    PIC X(01) VALUE SPACES.
007300 77  WRK-OPR-ID-DIG       PIC X(08) VALUE SPACES.
007400 77  WRK-MSG              PIC X(79) VALUE SPACES.
007500 77  WRK-MOTIVO           PIC X(40) VALUE SPACES.
007600 77  WRK-LIN-IX           PIC 9(02) COMP VALUE ZERO.
007700 01  WRK-CURRENT-DATE.
007800     05  WRK-DATE-NUM     PIC 9(08).
007900 01  WRK-CURRENT-TIME.
008000     05  WRK-TIME-NUM     PIC 9(08).
008100
008200 01  WRK-TRANS-IMAGE      PIC X(57) VALUE SPACES.
008300 01  WRK-TRANS-FIELDS REDEFINES WRK-TRANS-IMAGE.
008400     05  WRK-TR-NUMERO1   PIC S9(16)V99.
008500     05  WRK-TR-NUMERO2   PIC S9(16)V99.
008600     05  WRK-TR-OPERACAO  PIC X(01).
008700     05  WRK-TR-MOEDA     PIC X(03).
008800     05  WRK-TR-USO-ACUM  PIC X(01).
008900     05  WRK-TR-CONTA     PIC X(10).
009000     05  FILLER           PIC X(06).
009100
009200*    LINHA DE DETALHE DA TELA, NAS MESMAS COLUNAS DA DIGITACAO
009300*    (CALC4): OPERANDOS EDITADOS, OPERACAO, MOEDA E CONTA.
009400 01  WRK-DET-LINE.
009500     05  WRK-DL-NUMERO1   PIC -(16)9.99.
009600     05  FILLER           PIC X(01) VALUE SPACE.
009700     05  WRK-DL-NUMERO2   PIC -(16)9.99.
009800     05  FILLER           PIC X(01) VALUE SPACE.
009900     05  WRK-DL-OPERACAO  PIC X(01).
010000     05  FILLER           PIC X(02) VALUE SPACES.
010100     05  WRK-DL-MOEDA     PIC X(03).
010200     05  FILLER           PIC X(01) VALUE SPACE.
010300     05  WRK-DL-CONTA     PIC X(10).
010400 01  WRK-NUM-EDIT         PIC -(16)9.99.
010500 01  WRK-QTD-EDIT         PIC ZZZZZZ9.
010600
010700 01  WRK-SAIDA-HEADER.
010800     05  FILLER               PIC X(01) VALUE "H".
010900     05  WRK-SH-RUN-ID        PIC X(06).
011000     05  WRK-SH-DATA          PIC 9(08).
011100     05  FILLER               PIC X(42) VALUE SPACES.
011200 01  WRK-SAIDA-TRAILER.
011300     05  FILLER               PIC X(01) VALUE "T".
011400     05  WRK-ST-QTD           PIC 9(07).
011500     05  WRK-ST-HASH          PIC S9(16)V99.
011600     05  FILLER               PIC X(31) VALUE SPACES.
011700
011800 01  WRK-COMMAREA.
011900     05  WRK-CA-ESTADO        PIC X(01).
012000         88  WRK-CA-ASSINADO            VALUE "A".
012100     05  WRK-CA-OPERADOR      PIC X(08).
012200     05  WRK-CA-CHAVE         PIC X(20).
012300
012400     COPY CALCMAP.
012500
012600 LINKAGE                 SECTION.
012700 01  DFHCOMMAREA          PIC X(29).
012800
012900 PROCEDURE               DIVISION.
013000
013100*----------------------------------------------------------------*
013200*  0000-MAINLINE - PRIMEIRA ENTRADA (EIBCALEN = 0) MANDA A TELA  *
013300*  DE ASSINATURA; DEPOIS, SEM APROVADOR ASSINADO TRATA A         *
013400*  ASSINATURA, E COM APROVADOR ASSINADO TRATA A TELA DE          *
013500*  APROVACAO. A COMMAREA GUARDA O LOTE QUE ESTA NA TELA.         *
013600*----------------------------------------------------------------*
013700 0000-MAINLINE.
013800     IF EIBCALEN EQUAL ZERO
013900        MOVE SPACES TO WRK-CA-ESTADO
014000        MOVE SPACES TO WRK-CA-OPERADOR
014100        MOVE SPACES TO WRK-CA-CHAVE
014200        PERFORM 0500-SEND-SIGNON-MAP THRU 0500-EXIT
014300     ELSE
014400        MOVE DFHCOMMAREA TO WRK-COMMAREA
014500        IF WRK-CA-ASSINADO
014600           PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
014700        ELSE
014800           PERFORM 1500-PROCESS-SIGNON THRU 1500-EXIT
014900        END-IF
015000     END-IF.
015100     EXEC CICS RETURN
015200         TRANSID("CAPR")
015300         COMMAREA(WRK-COMMAREA)
015400         LENGTH(29)
015500     END-EXEC.
015600
015700*----------------------------------------------------------------*
015800*  0500-SEND-SIGNON-MAP - MANDA A TELA DE ASSINATURA VAZIA.      *
015900*----------------------------------------------------------------*
016000 0500-SEND-SIGNON-MAP.
016100     MOVE SPACES TO CALC0O.
016200     EXEC CICS SEND MAP("CALC0")
016300         MAPSET("CALCMAP")
016400         ERASE
016500     END-EXEC.
016600 0500-EXIT.
016700     EXIT.
016800
016900*----------------------------------------------------------------*
017000*  0590-RESEND-SIGNON - DEVOLVE A TELA DE ASSINATURA COM A       *
017100*  MENSAGEM JA COLOCADA EM MSG0O.                                *
017200*----------------------------------------------------------------*
017300 0590-RESEND-SIGNON.
017400     EXEC CICS SEND MAP("CALC0")
017500         MAPSET("CALCMAP")
017600         ERASE
017700         FROM(CALC0O)
017800     END-EXEC.
017900 0590-EXIT.
018000     EXIT.
018100
018200*----------------------------------------------------------------*
018260*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
018330*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
018400*  (1700): SO ENTRA QUEM TEM AUTORIDADE DE APROVADOR, E A        *
018460*  TENTATIVA SEM ELA VAI PARA O LOG DE SEGURANCA. ASSINADO,      *
018530*  MOSTRA DE IMEDIATO O PRIMEIRO LOTE PENDENTE.                  *
018600*----------------------------------------------------------------*
018700 1500-PROCESS-SIGNON.
018800     IF EIBAID EQUAL DFHPF3
018900        EXEC CICS RETURN END-EXEC
019000     END-IF.
019100     EXEC CICS RECEIVE MAP("CALC0")
019200         MAPSET("CALCMAP")
019300         INTO(CALC0I)
019400         RESP(WRK-RESP)
019500     END-EXEC.
019600     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
019700        MOVE SPACES TO CALC0O
019800        MOVE "ERRO AO LER A TELA - REDIGITE" TO MSG0O
019900        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
020000        GO TO 1500-EXIT
020100     END-IF.
020200     IF OPIDI EQUAL SPACES OR OPIDI EQUAL LOW-VALUES
020300        MOVE SPACES TO CALC0O
020400        MOVE "INFORME O OPERADOR" TO MSG0O
020500        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
020600        GO TO 1500-EXIT
020700     END-IF.
020730     MOVE OPIDI TO WRK-OPR-ID-DIG.
020770     INSPECT WRK-OPR-ID-DIG
020810         REPLACING ALL LOW-VALUE BY SPACE.
020850     MOVE SENHI TO WRK-SENHA-DIG.
020890     MOVE NSENI TO WRK-NOVA-SENHA.
020930     MOVE CSENI TO WRK-CONF-SENHA.
020970     INSPECT WRK-SENHA-DIG
021010         REPLACING ALL LOW-VALUE BY SPACE.
021050     INSPECT WRK-NOVA-SENHA
021090         REPLACING ALL LOW-VALUE BY SPACE.
021130     INSPECT WRK-CONF-SENHA
021170         REPLACING ALL LOW-VALUE BY SPACE.
021210     IF WRK-SENHA-DIG EQUAL SPACES
021250        MOVE SPACES         TO CALC0O
021280        MOVE WRK-OPR-ID-DIG TO OPIDO
021320        MOVE "INFORME A SENHA" TO MSG0O
021360        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
021400        GO TO 1500-EXIT
021440     END-IF.
021480     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
021520     IF NOT WRK-SIGNON-OK
021560        MOVE SPACES         TO CALC0O
021600        MOVE WRK-OPR-ID-DIG TO OPIDO
021640        MOVE WRK-SIGNON-MSG TO MSG0O
021680        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
021720        GO TO 1500-EXIT
021760     END-IF.
021800     IF WRK-OPR-APROVADOR NOT EQUAL "S"
021810        MOVE "SN" TO WRK-SG-TIPO
021820        MOVE "ASSINATURA NA CAPR SEM AUTORIDADE DE APROVADOR"
021840            TO WRK-SG-DESCRICAO
021850        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
021870        MOVE SPACES         TO WRK-SG-ADMIN
021880        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
021900        MOVE SPACES TO CALC0O
022000        MOVE "OPERADOR SEM AUTORIDADE DE APROVADOR" TO MSG0O
022100        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
022200        GO TO 1500-EXIT
022300     END-IF.
022400     MOVE "A" TO WRK-CA-ESTADO.
022500     MOVE SPACES TO WRK-CA-CHAVE.
022600     MOVE SPACES TO WRK-MSG.
022700     PERFORM 2100-NEXT-PENDING THRU 2100-EXIT.
022800     IF WRK-FOUND
022900        MOVE SPACES TO WRK-MSG
023000        STRING "APROVADOR ASSINADO: " DELIMITED BY SIZE
023100               WRK-OPR-NOME           DELIMITED BY SIZE
023200           INTO WRK-MSG
023300        END-STRING
023400     END-IF.
023500     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
023600 1500-EXIT.
023700     EXIT.
023800
023810*----------------------------------------------------------------*
023820*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
023840*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
023850*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
023870*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
023880*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
023900*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
023910*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
023930*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
023940*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
023960*----------------------------------------------------------------*
023970 1700-VALIDATE-SIGNON.
023990     MOVE "N"    TO WRK-SIGNON-SW.
024000     MOVE SPACES TO WRK-SIGNON-MSG.
024020     MOVE SPACES TO WRK-SG-TIPO.
024030     MOVE SPACES TO WRK-SG-DESCRICAO.
024040     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
024060     ACCEPT WRK-SG-HORA-CS FROM TIME.
024070     OPEN I-O CALC-OPR-FILE.
024090     IF CALC-OPR-STATUS NOT = "00"
024100        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
024120            TO WRK-SIGNON-MSG
024130        GO TO 1700-EXIT
024150     END-IF.
024160     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
024180     READ CALC-OPR-FILE
024190         INVALID KEY
024210             MOVE "OI" TO WRK-SG-TIPO
024220             MOVE "ID NAO CADASTRADO NO CALCOPR"
024240                 TO WRK-SG-DESCRICAO
024250             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
024260             GO TO 1700-FECHA
024280     END-READ.
024290     IF CALC-OP-SITUACAO EQUAL "S"
024310        MOVE "TS" TO WRK-SG-TIPO
024320        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
024340            TO WRK-SG-DESCRICAO
024350        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
024370            TO WRK-SIGNON-MSG
024380        GO TO 1700-FECHA
024400     END-IF.
024410     IF CALC-OP-SITUACAO EQUAL "B"
024430        MOVE "TB" TO WRK-SG-TIPO
024440        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
024460            TO WRK-SG-DESCRICAO
024470        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
024480            TO WRK-SIGNON-MSG
024500        GO TO 1700-FECHA
024510     END-IF.
024530     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
024540     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
024560     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
024570        ADD 1 TO CALC-OP-TENTATIVAS
024590        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
024600           MOVE "B"  TO CALC-OP-SITUACAO
024620           MOVE "BL" TO WRK-SG-TIPO
024630           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
024650               TO WRK-SG-DESCRICAO
024660           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
024680               TO WRK-SIGNON-MSG
024690        ELSE
024700           MOVE "FS" TO WRK-SG-TIPO
024720           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
024730           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
024750        END-IF
024760        REWRITE CALC-OPR-RECORD
024780        GO TO 1700-FECHA
024790     END-IF.
024810     MOVE "N" TO WRK-TROCA-SW.
024820     IF CALC-OP-TROCA-SENHA EQUAL "S"
024840        MOVE "Y" TO WRK-TROCA-SW
024850     ELSE
024870        COMPUTE WRK-SENHA-DIAS =
024880            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
024900          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
024910        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
024920           MOVE "Y" TO WRK-TROCA-SW
024940        END-IF
024950     END-IF.
024970     IF WRK-NOVA-SENHA EQUAL SPACES
024980        IF WRK-TROCA-OBRIGATORIA
025000           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
025010               TO WRK-SIGNON-MSG
025030           GO TO 1700-FECHA
025040        END-IF
025060     ELSE
025070        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
025090        IF WRK-SIGNON-MSG NOT EQUAL SPACES
025100           GO TO 1700-FECHA
025120        END-IF
025130     END-IF.
025140     MOVE ZERO        TO CALC-OP-TENTATIVAS.
025160     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
025170     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
025190     REWRITE CALC-OPR-RECORD.
025200     IF CALC-OPR-STATUS NOT = "00"
025220        MOVE SPACES TO WRK-SG-TIPO
025230        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
025250            TO WRK-SIGNON-MSG
025260        GO TO 1700-FECHA
025280     END-IF.
025290     MOVE "Y" TO WRK-SIGNON-SW.
025310     MOVE CALC-OP-ID           TO WRK-CA-OPERADOR.
025320     MOVE CALC-OP-NOME         TO WRK-OPR-NOME.
025340     MOVE CALC-OP-APROVADOR    TO WRK-OPR-APROVADOR.
025350 1700-FECHA.
025360     CLOSE CALC-OPR-FILE.
025380     IF WRK-SG-TIPO NOT EQUAL SPACES
025390        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
025410        MOVE SPACES         TO WRK-SG-ADMIN
025420        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
025440     END-IF.
025450 1700-EXIT.
025470     EXIT.
025480
025500*----------------------------------------------------------------*
025510*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
025530*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
025540*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
025560*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
025570*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
025580*----------------------------------------------------------------*
025600 1720-CHANGE-PASSWORD.
025610     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
025630        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
025640            TO WRK-SIGNON-MSG
025660        GO TO 1720-EXIT
025670     END-IF.
025690     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
025700        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
025720            TO WRK-SIGNON-MSG
025730        GO TO 1720-EXIT
025750     END-IF.
025760     MOVE ZERO TO WRK-SENHA-BRANCOS.
025780     INSPECT WRK-NOVA-SENHA
025790         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
025800     IF WRK-SENHA-BRANCOS GREATER THAN 2
025820        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
025830        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
025850            TO WRK-SIGNON-MSG
025860        GO TO 1720-EXIT
025880     END-IF.
025890     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
025910     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
025920     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
025940     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
025950     MOVE "N"          TO CALC-OP-TROCA-SENHA.
025970     MOVE "TR"         TO WRK-SG-TIPO.
025980     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
026000         TO WRK-SG-DESCRICAO.
026010 1720-EXIT.
026020     EXIT.
026040
026050*----------------------------------------------------------------*
026070*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
026080*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
026100*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
026110*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
026130*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
026140*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
026160*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
026170*  E REINICIAR AS SENHAS.                                        *
026190*----------------------------------------------------------------*
026200 1750-HASH-PASSWORD.
026220     MOVE CALC-OP-ID TO WRK-SH-ID.
026230     MOVE ZERO TO WRK-SH-VALOR.
026240     MOVE ZERO TO WRK-SH-IX.
026260     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
026270         UNTIL WRK-SH-IX NOT LESS THAN 16.
026290 1750-EXIT.
026300     EXIT.
026320
026330 1760-HASH-BYTE.
026350     ADD 1 TO WRK-SH-IX.
026360     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
026380         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
026390     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
026410         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
026420 1760-EXIT.
026440     EXIT.
026450
026460*----------------------------------------------------------------*
026480*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
026490*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
026510*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
026520*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
026540*----------------------------------------------------------------*
026550 1790-WRITE-SECLOG.
026570     OPEN I-O CALC-SGL-FILE.
026580     IF CALC-SGL-STATUS EQUAL "35"
026600        OPEN OUTPUT CALC-SGL-FILE
026610        CLOSE CALC-SGL-FILE
026630        OPEN I-O CALC-SGL-FILE
026640     END-IF.
026660     IF CALC-SGL-STATUS NOT = "00"
026670        GO TO 1790-EXIT
026680     END-IF.
026700     MOVE SPACES           TO CALC-SGL-RECORD.
026710     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
026730     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
026740     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
026760     MOVE ZERO             TO CALC-SG-SEQ.
026770     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
026790     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
026800     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
026820     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
026830     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
026850     MOVE "N" TO WRK-SGL-SW.
026860     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
026880         UNTIL WRK-SGL-GRAVADO
026890            OR CALC-SG-SEQ NOT LESS THAN 999.
026900     CLOSE CALC-SGL-FILE.
026920 1790-EXIT.
026930     EXIT.
026950
026960 1795-TRY-WRITE-SECLOG.
026980     ADD 1 TO CALC-SG-SEQ.
026990     WRITE CALC-SGL-RECORD
027010         INVALID KEY
027020             GO TO 1795-EXIT
027040     END-WRITE.
027050     MOVE "Y" TO WRK-SGL-SW.
027070 1795-EXIT.
027080     EXIT.
027090
027100*----------------------------------------------------------------*
027200*  2000-RECEIVE-AND-PROCESS - LE A TELA (SO O MOTIVO E           *
027300*  DIGITAVEL; TELA SEM NADA DIGITADO NAO E ERRO) E DESPACHA A    *
027400*  TECLA: PF5 APROVA, PF6 REJEITA, ENTER MOSTRA O PROXIMO        *
027500*  PENDENTE E PF3 ENCERRA.                                       *
027600*----------------------------------------------------------------*
027700 2000-RECEIVE-AND-PROCESS.
027800     IF EIBAID EQUAL DFHPF3
027900        EXEC CICS RETURN END-EXEC
028000     END-IF.
028100     EXEC CICS RECEIVE MAP("CALC6")
028200         MAPSET("CALCMAP")
028300         INTO(CALC6I)
028400         RESP(WRK-RESP)
028500     END-EXEC.
028600     MOVE SPACES TO WRK-MSG.
028700     IF WRK-RESP EQUAL DFHRESP(MAPFAIL)
028800        MOVE LOW-VALUES TO CALC6I
028900     ELSE
029000        IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
029100           MOVE "ERRO AO LER A TELA - TECLE ENTER" TO WRK-MSG
029200           MOVE SPACES TO WRK-CA-CHAVE
029300           MOVE SPACES TO CALC6O
029400           PERFORM 2900-SEND-MAP THRU 2900-EXIT
029500           GO TO 2000-EXIT
029600        END-IF
029700     END-IF.
029800     IF EIBAID EQUAL DFHPF5
029900        PERFORM 2300-APPROVE THRU 2300-EXIT
030000     ELSE
030100        IF EIBAID EQUAL DFHPF6
030200           PERFORM 2400-REJECT THRU 2400-EXIT
030300        ELSE
030400           PERFORM 2100-NEXT-PENDING THRU 2100-EXIT
030500        END-IF
030600     END-IF.
030700     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------*
031200*  2100-NEXT-PENDING - POSICIONA DEPOIS DO LOTE DA TELA E LE ATE *
031300*  O PROXIMO LOTE PE DIGITADO POR OUTRO OPERADOR; NO FIM DO      *
031400*  ARQUIVO RECOMECA UMA VEZ DO INICIO. ACHADO, MOSTRA O LOTE;    *
031500*  SENAO LIMPA A TELA. A MENSAGEM SO E COLOCADA AQUI QUANDO O    *
031600*  CHAMADOR NAO DEIXOU OUTRA.                                    *
031700*----------------------------------------------------------------*
031800 2100-NEXT-PENDING.
031900     MOVE "N" TO WRK-FOUND-SW.
032000     MOVE SPACES TO CALC6O.
032100     OPEN INPUT CALC-PND-FILE.
032200     IF CALC-PND-STATUS NOT = "00"
032300        MOVE SPACES TO WRK-CA-CHAVE
032400        GO TO 2100-FIM
032500     END-IF.
032600 2100-PROCURA.
032700     MOVE "N" TO WRK-PND-EOF-SW.
032800     MOVE WRK-CA-CHAVE TO CALC-PN-CHAVE.
032900     START CALC-PND-FILE
033000         KEY GREATER THAN CALC-PN-CHAVE
033100         INVALID KEY
033200             MOVE "Y" TO WRK-PND-EOF-SW
033300     END-START.
033400     PERFORM 2150-READ-PENDING THRU 2150-EXIT
033500         UNTIL WRK-FOUND OR WRK-PND-EOF.
033600     IF WRK-NOT-FOUND AND WRK-CA-CHAVE NOT EQUAL SPACES
033700        MOVE SPACES TO WRK-CA-CHAVE
033800        GO TO 2100-PROCURA
033900     END-IF.
034000     CLOSE CALC-PND-FILE.
034100     IF WRK-FOUND
034200        MOVE CALC-PN-CHAVE TO WRK-CA-CHAVE
034300        PERFORM 2200-SHOW-BATCH THRU 2200-EXIT
034400     END-IF.
034500 2100-FIM.
034600     IF WRK-MSG NOT EQUAL SPACES
034700        GO TO 2100-EXIT
034800     END-IF.
034900     IF WRK-FOUND
035000        MOVE "CONFIRA O LOTE: PF5 APROVA, PF6 REJEITA (INFORME O "
035100            TO WRK-MSG(1:51)
035200        MOVE "MOTIVO)" TO WRK-MSG(52:7)
035300     ELSE
035400        MOVE "NAO HA LOTES PENDENTES DE APROVACAO" TO WRK-MSG
035500     END-IF.
035600 2100-EXIT.
035700     EXIT.
035800
035900 2150-READ-PENDING.
036000     READ CALC-PND-FILE NEXT RECORD
036100         AT END
036200             MOVE "Y" TO WRK-PND-EOF-SW
036300             GO TO 2150-EXIT
036400     END-READ.
036500     IF CALC-PN-SITUACAO EQUAL "PE"
036600           AND CALC-PN-OPERADOR NOT EQUAL WRK-CA-OPERADOR
036700        MOVE "Y" TO WRK-FOUND-SW
036800     END-IF.
036900 2150-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------*
037300*  2200-SHOW-BATCH - PREENCHE A TELA COM O LOTE EM               *
037400*  CALC-PND-RECORD: CHAVE, SITUACAO, DIGITADOR, HEADER, TRAILER  *
037500*  E AS LINHAS DE DETALHE COM OS OPERANDOS EDITADOS.             *
037600*----------------------------------------------------------------*
037700 2200-SHOW-BATCH.
037800     MOVE SPACES             TO CALC6O.
037900     MOVE CALC-PN-CHAVE      TO ALOTO.
038000     MOVE CALC-PN-SITUACAO   TO ASITO.
038100     MOVE CALC-PN-OPERADOR   TO AOPRO.
038200     MOVE CALC-PN-RUN-ID     TO ARUNO.
038300     MOVE CALC-PN-DATA-MOVTO TO ADTMO.
038400     MOVE CALC-PN-QTD        TO WRK-QTD-EDIT.
038500     MOVE WRK-QTD-EDIT       TO AQTDO.
038600     MOVE CALC-PN-HASH       TO WRK-NUM-EDIT.
038700     MOVE WRK-NUM-EDIT       TO AHSHO.
038800     MOVE ZERO TO WRK-LIN-IX.
038900     PERFORM 2250-SHOW-DETAIL THRU 2250-EXIT
039000         UNTIL WRK-LIN-IX NOT LESS THAN CALC-PN-QTD
039100            OR WRK-LIN-IX NOT LESS THAN 6.
039200 2200-EXIT.
039300     EXIT.
039400
039500 2250-SHOW-DETAIL.
039600     ADD 1 TO WRK-LIN-IX.
039700     MOVE CALC-PN-DET-IMG(WRK-LIN-IX) TO WRK-TRANS-IMAGE.
039800     MOVE WRK-TR-NUMERO1  TO WRK-DL-NUMERO1.
039900     MOVE WRK-TR-NUMERO2  TO WRK-DL-NUMERO2.
040000     MOVE WRK-TR-OPERACAO TO WRK-DL-OPERACAO.
040100     MOVE WRK-TR-MOEDA    TO WRK-DL-MOEDA.
040200     MOVE WRK-TR-CONTA    TO WRK-DL-CONTA.
040300     MOVE WRK-DET-LINE TO ADETO(WRK-LIN-IX).
040400 2250-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------*
040800*  2300-APPROVE - PF5: RELE O LOTE DA TELA PARA ATUALIZACAO      *
040900*  (2500), ABRE O CALCINR (CRIANDO-O NO PRIMEIRO LOTE DO DIA),   *
041000*  CARIMBA O LOTE COMO APROVADO E SO ENTAO GRAVA NO CALCINR O    *
041100*  HEADER, OS DETALHES E O TRAILER COM A QUANTIDADE E O HASH     *
041200*  GUARDADOS NA DIGITACAO. EM SEGUIDA MOSTRA O PROXIMO PENDENTE. *
041300*----------------------------------------------------------------*
041400 2300-APPROVE.
041500     PERFORM 2500-LOCK-CURRENT THRU 2500-EXIT.
041600     IF WRK-NOT-FOUND
041700        GO TO 2300-PROXIMO
041800     END-IF.
041900     OPEN EXTEND CALC-RAW-FILE.
042000     IF CALC-RAW-STATUS NOT = "00"
042100        OPEN OUTPUT CALC-RAW-FILE
042200     END-IF.
042300     IF CALC-RAW-STATUS NOT = "00"
042400        MOVE "ERRO AO ABRIR O ARQUIVO BRUTO (CALCINR)" TO WRK-MSG
042500        PERFORM 2200-SHOW-BATCH THRU 2200-EXIT
042600        CLOSE CALC-PND-FILE
042700        GO TO 2300-EXIT
042800     END-IF.
042900     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
043000     ACCEPT WRK-CURRENT-TIME FROM TIME.
043100     MOVE "AP"            TO CALC-PN-SITUACAO.
043200     MOVE WRK-CA-OPERADOR TO CALC-PN-APROVADOR.
043300     MOVE WRK-DATE-NUM    TO CALC-PN-DATA-DECISAO.
043400     MOVE WRK-TIME-NUM    TO CALC-PN-HORA-DECISAO.
043500     MOVE SPACES          TO CALC-PN-MOTIVO.
043600     REWRITE CALC-PND-RECORD
043700         INVALID KEY
043800             MOVE "ERRO NA REGRAVACAO DO LOTE PENDENTE" TO WRK-MSG
043900     END-REWRITE.
044000     IF WRK-MSG NOT EQUAL SPACES
044100        CLOSE CALC-RAW-FILE
044200        CLOSE CALC-PND-FILE
044300        MOVE SPACES TO CALC6O
044400        GO TO 2300-EXIT
044500     END-IF.
044600     MOVE CALC-PN-RUN-ID     TO WRK-SH-RUN-ID.
044700     MOVE CALC-PN-DATA-MOVTO TO WRK-SH-DATA.
044800     MOVE WRK-SAIDA-HEADER TO CALC-RAW-RECORD.
044900     WRITE CALC-RAW-RECORD.
045000     MOVE ZERO TO WRK-LIN-IX.
045100     PERFORM 2350-WRITE-DETAIL THRU 2350-EXIT
045200         UNTIL WRK-LIN-IX NOT LESS THAN CALC-PN-QTD
045300            OR WRK-LIN-IX NOT LESS THAN 6.
045400     MOVE CALC-PN-QTD  TO WRK-ST-QTD.
045500     MOVE CALC-PN-HASH TO WRK-ST-HASH.
045600     MOVE WRK-SAIDA-TRAILER TO CALC-RAW-RECORD.
045700     WRITE CALC-RAW-RECORD.
045800     CLOSE CALC-RAW-FILE.
045900     CLOSE CALC-PND-FILE.
046000     STRING "LOTE " DELIMITED BY SIZE
046100            CALC-PN-RUN-ID DELIMITED BY SIZE
046200            " APROVADO E LIBERADO PARA O CALCINR"
046300                DELIMITED BY SIZE
046400        INTO WRK-MSG
046500     END-STRING.
046600 2300-PROXIMO.
046700     PERFORM 2100-NEXT-PENDING THRU 2100-EXIT.
046800 2300-EXIT.
046900     EXIT.
047000
047100 2350-WRITE-DETAIL.
047200     ADD 1 TO WRK-LIN-IX.
047300     MOVE CALC-PN-DET-IMG(WRK-LIN-IX) TO CALC-RAW-RECORD.
047400     WRITE CALC-RAW-RECORD.
047500 2350-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------*
047900*  2400-REJECT - PF6: O MOTIVO DIGITADO E OBRIGATORIO. RELE O    *
048000*  LOTE DA TELA PARA ATUALIZACAO (2500) E O CARIMBA COMO         *
048100*  REJEITADO, COM O APROVADOR, A DATA, A HORA E O MOTIVO. NADA   *
048200*  VAI PARA O CALCINR. EM SEGUIDA MOSTRA O PROXIMO PENDENTE.     *
048300*----------------------------------------------------------------*
048400 2400-REJECT.
048500     MOVE AMOTI TO WRK-MOTIVO.
048600     INSPECT WRK-MOTIVO
048700         REPLACING ALL LOW-VALUE BY SPACE.
048800     PERFORM 2500-LOCK-CURRENT THRU 2500-EXIT.
048900     IF WRK-NOT-FOUND
049000        GO TO 2400-PROXIMO
049100     END-IF.
049200     IF WRK-MOTIVO EQUAL SPACES
049300        MOVE "INFORME O MOTIVO DA REJEICAO E TECLE PF6" TO WRK-MSG
049400        PERFORM 2200-SHOW-BATCH THRU 2200-EXIT
049500        CLOSE CALC-PND-FILE
049600        GO TO 2400-EXIT
049700     END-IF.
049800     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
049900     ACCEPT WRK-CURRENT-TIME FROM TIME.
050000     MOVE "RJ"            TO CALC-PN-SITUACAO.
050100     MOVE WRK-CA-OPERADOR TO CALC-PN-APROVADOR.
050200     MOVE WRK-DATE-NUM    TO CALC-PN-DATA-DECISAO.
050300     MOVE WRK-TIME-NUM    TO CALC-PN-HORA-DECISAO.
050400     MOVE WRK-MOTIVO      TO CALC-PN-MOTIVO.
050500     REWRITE CALC-PND-RECORD
050600         INVALID KEY
050700             MOVE "ERRO NA REGRAVACAO DO LOTE PENDENTE" TO WRK-MSG
050800     END-REWRITE.
050900     CLOSE CALC-PND-FILE.
051000     IF WRK-MSG NOT EQUAL SPACES
051100        MOVE SPACES TO CALC6O
051200        GO TO 2400-EXIT
051300     END-IF.
051400     STRING "LOTE " DELIMITED BY SIZE
051500            CALC-PN-RUN-ID DELIMITED BY SIZE
051600            " REJEITADO - NADA FOI GRAVADO NO CALCINR"
051700                DELIMITED BY SIZE
051800        INTO WRK-MSG
051900     END-STRING.
052000 2400-PROXIMO.
052100     PERFORM 2100-NEXT-PENDING THRU 2100-EXIT.
052200 2400-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------*
052600*  2500-LOCK-CURRENT - ABRE O CALCPND PARA ATUALIZACAO E RELE O  *
052700*  LOTE DA TELA. SO DEVOLVE WRK-FOUND (COM O ARQUIVO ABERTO)     *
052800*  QUANDO O LOTE AINDA ESTA PENDENTE E NAO FOI DIGITADO PELO     *
052900*  PROPRIO APROVADOR; NOS DEMAIS CASOS FECHA O ARQUIVO E DEIXA   *
053000*  A MENSAGEM.                                                   *
053100*----------------------------------------------------------------*
053200 2500-LOCK-CURRENT.
053300     MOVE "N" TO WRK-FOUND-SW.
053400     IF WRK-CA-CHAVE EQUAL SPACES
053500        MOVE "NENHUM LOTE NA TELA - TECLE ENTER PARA O PROXIMO"
053600            TO WRK-MSG
053700        GO TO 2500-EXIT
053800     END-IF.
053900     OPEN I-O CALC-PND-FILE.
054000     IF CALC-PND-STATUS NOT = "00"
054100        MOVE "ERRO AO ABRIR O ARQUIVO DE PENDENTES (CALCPND)"
054200            TO WRK-MSG
054300        GO TO 2500-EXIT
054400     END-IF.
054500     MOVE WRK-CA-CHAVE TO CALC-PN-CHAVE.
054600     READ CALC-PND-FILE
054700         INVALID KEY
054800             MOVE "LOTE NAO ENCONTRADO NO CALCPND" TO WRK-MSG
054900             GO TO 2500-FECHA
055000     END-READ.
055100     IF CALC-PN-SITUACAO NOT EQUAL "PE"
055200        MOVE "LOTE JA DECIDIDO POR OUTRO APROVADOR" TO WRK-MSG
055300        GO TO 2500-FECHA
055400     END-IF.
055500     IF CALC-PN-OPERADOR EQUAL WRK-CA-OPERADOR
055600        MOVE "LOTE DIGITADO PELO PROPRIO APROVADOR - NEGADO"
055700            TO WRK-MSG
055800        GO TO 2500-FECHA
055900     END-IF.
056000     MOVE "Y" TO WRK-FOUND-SW.
056100     GO TO 2500-EXIT.
056200 2500-FECHA.
056300     CLOSE CALC-PND-FILE.
056400 2500-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------------*
056800*  2900-SEND-MAP - DEVOLVE A TELA COM OS CAMPOS E A MENSAGEM.    *
056900*----------------------------------------------------------------*
057000 2900-SEND-MAP.
057100     MOVE WRK-MSG TO MSG6O.
057200     EXEC CICS SEND MAP("CALC6")
057300         MAPSET("CALCMAP")
057400         FROM(CALC6O)
057500         ERASE
057600     END-EXEC.
057700 2900-EXIT.
057800     EXIT.
