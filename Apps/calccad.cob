000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCCAD.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO ONLINE.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. TRANSACAO CICS CCAD, TELA *
001200*                   CALC5 (MAPSET CALCMAP): MANUTENCAO DO        *
001300*                   CADASTRO DE CONTAS (CALCCTA). ENTER CONSULTA *
001400*                   A CONTA DIGITADA; PF5 INCLUI A CONTA NOVA    *
001500*                   (ABERTA, COM DESCRICAO, MOEDA PERMITIDA E    *
001600*                   DATA EFETIVA) OU ALTERA A DESCRICAO E A      *
001700*                   MOEDA DA CONTA ABERTA JA CADASTRADA; PF6     *
001800*                   ENCERRA A CONTA NA DATA INFORMADA (OU HOJE). *
001900*                   CONTA NUNCA E EXCLUIDA: A ENCERRADA FICA NO  *
002000*                   CADASTRO PARA A CRITICA (MOTIVO 08) E PARA   *
002100*                   A DESCRICAO NOS RELATORIOS.                  *
002110* 15/10/2026 JH     TRANSACAO PASSA A EXIGIR ASSINATURA NA TELA  *
002120*                   CALC0 COM SENHA, SO PARA OPERADOR COM        *
002140*                   AUTORIDADE DE CONTROLADORIA (RECUSA VAI PARA *
002150*                   O CALCSGL). NA ALTERACAO, DESCRICAO E MOEDA  *
002170*                   EM BRANCO MANTEM O CADASTRADO; "*" NA MOEDA  *
002180*                   VOLTA A ACEITAR QUALQUER MOEDA.              *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT             DIVISION.
002400 INPUT-OUTPUT            SECTION.
002500 FILE-CONTROL.
002600     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE  IS DYNAMIC
002900         RECORD KEY   IS CALC-CT-CONTA
003000         FILE STATUS  IS CALC-CTA-STATUS.
003007
003015     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
003023         ORGANIZATION IS INDEXED
003030         ACCESS MODE  IS DYNAMIC
003038         RECORD KEY   IS CALC-OP-ID
003046         FILE STATUS  IS CALC-OPR-STATUS.
003053
003061     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
003069         ORGANIZATION IS INDEXED
003076         ACCESS MODE  IS DYNAMIC
003084         RECORD KEY   IS CALC-SG-CHAVE
003092         FILE STATUS  IS CALC-SGL-STATUS.
003100
003200 DATA                    DIVISION.
003300 FILE                    SECTION.
003400 FD  CALC-CTA-FILE
003500     LABEL RECORDS ARE STANDARD.
003600     COPY CALCCTA.
003610
003620 FD  CALC-OPR-FILE
003630     LABEL RECORDS ARE STANDARD.
003640     COPY CALCOPR.
003650
003660 FD  CALC-SGL-FILE
003670     LABEL RECORDS ARE STANDARD.
003680     COPY CALCSGL.
003700*
003800 WORKING-STORAGE         SECTION.
003900     COPY DFHAID.
004000*
004100 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
004200 77  CALC-CTA-STATUS      PIC X(02) VALUE "00".
004203 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
004206 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
004209 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
004212 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
004215 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
004218 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
004221 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
004224 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
004227 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
004230 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
004233 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
004236     88  WRK-SIGNON-OK              VALUE "Y".
004239 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
004242     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
004245 77  WRK-SGL-SW           PIC X(01) VALUE "N".
004248     88  WRK-SGL-GRAVADO            VALUE "Y".
004251 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
004254 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
004257 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
004260 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
004263 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
004266 01  WRK-SG-HORA-CS.
004269     05  WRK-SG-HORA      PIC 9(06).
004272     05  FILLER           PIC 9(02).
004275 01  WRK-SH-ENTRADA.
004278     05  WRK-SH-ID        PIC X(08).
004281     05  WRK-SH-SENHA     PIC X(08).
004284 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
004287 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
004290 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
004293 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
004296 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
004300 77  WRK-FOUND-SW         PIC X(01) VALUE "N".
004400     88  WRK-FOUND                  VALUE "Y".
004500     88  WRK-NOT-FOUND              VALUE "N".
004600 77  WRK-MSG              PIC X(79) VALUE SPACES.
004620 77  WRK-OPR-NOME         PIC X(30) VALUE SPACES.
004650 77  WRK-OPR-CONTROLADORIA PIC X(01) VALUE SPACES.
004670 77  WRK-OPR-ID-DIG       PIC X(08) VALUE SPACES.
004700 77  WRK-CONTA            PIC X(10) VALUE SPACES.
004800 77  WRK-DESCRICAO        PIC X(30) VALUE SPACES.
004900 77  WRK-MOEDA            PIC X(03) VALUE SPACES.
005000 77  WRK-DATA-DIG         PIC 9(08) VALUE ZERO.
005100
005200 01  WRK-CURRENT-DATE.
005300     05  WRK-DATE-NUM     PIC 9(08).
005400
005500 01  WRK-COMMAREA.
005600     05  WRK-CA-ESTADO        PIC X(01).
005650         88  WRK-CA-ASSINADO            VALUE "A" "P".
005700         88  WRK-CA-POSICIONADO         VALUE "P".
005750     05  WRK-CA-OPERADOR      PIC X(08).
005800     05  WRK-CA-CONTA         PIC X(10).
005900
006000     COPY CALCMAP.
006100
006200 LINKAGE                 SECTION.
006300 01  DFHCOMMAREA          PIC X(19).
006400
006500 PROCEDURE               DIVISION.
006600
006700*----------------------------------------------------------------*
006800*  0000-MAINLINE - PRIMEIRA ENTRADA (EIBCALEN = 0) MANDA A TELA  *
006860*  DE ASSINATURA; DEPOIS, SEM OPERADOR ASSINADO TRATA A          *
006920*  ASSINATURA, E COM OPERADOR ASSINADO RECEBE A TELA E AGE       *
006980*  CONFORME A TECLA: ENTER CONSULTA, PF5 INCLUI/ALTERA, PF6      *
007040*  ENCERRA E PF3 SAI.                                            *
007100*----------------------------------------------------------------*
007200 0000-MAINLINE.
007300     IF EIBCALEN EQUAL ZERO
007400        MOVE SPACES TO WRK-CA-ESTADO
007450        MOVE SPACES TO WRK-CA-OPERADOR
007500        MOVE SPACES TO WRK-CA-CONTA
007600        PERFORM 0500-SEND-SIGNON-MAP THRU 0500-EXIT
007700     ELSE
007800        MOVE DFHCOMMAREA TO WRK-COMMAREA
007830        IF WRK-CA-ASSINADO
007860           PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
007900        ELSE
007930           PERFORM 1500-PROCESS-SIGNON THRU 1500-EXIT
007960        END-IF
008000     END-IF.
008100     EXEC CICS RETURN
008200         TRANSID("CCAD")
008300         COMMAREA(WRK-COMMAREA)
008400         LENGTH(19)
008500     END-EXEC.
008600
008640*----------------------------------------------------------------*
008680*  0500-SEND-SIGNON-MAP - MANDA A TELA DE ASSINATURA VAZIA.      *
008720*----------------------------------------------------------------*
008760 0500-SEND-SIGNON-MAP.
008800     MOVE SPACES TO CALC0O.
008840     EXEC CICS SEND MAP("CALC0")
008880         MAPSET("CALCMAP")
008920         ERASE
008960     END-EXEC.
009010 0500-EXIT.
009050     EXIT.
009090
009130*----------------------------------------------------------------*
009170*  0590-RESEND-SIGNON - DEVOLVE A TELA DE ASSINATURA COM A       *
009210*  MENSAGEM JA COLOCADA EM MSG0O.                                *
009250*----------------------------------------------------------------*
009290 0590-RESEND-SIGNON.
009330     EXEC CICS SEND MAP("CALC0")
009380         MAPSET("CALCMAP")
009420         ERASE
009460         FROM(CALC0O)
009500     END-EXEC.
009540 0590-EXIT.
009580     EXIT.
009620
009660*----------------------------------------------------------------*
009700*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
009740*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
009790*  (1700): SO ENTRA QUEM TEM AUTORIDADE DE CONTROLADORIA, E A    *
009830*  TENTATIVA SEM ELA VAI PARA O LOG DE SEGURANCA. ASSINADO,      *
009870*  MANDA A TELA CALC5 VAZIA.                                     *
009910*----------------------------------------------------------------*
009950 1500-PROCESS-SIGNON.
009990     IF EIBAID EQUAL DFHPF3
010030        EXEC CICS RETURN END-EXEC
010070     END-IF.
010110     EXEC CICS RECEIVE MAP("CALC0")
010160         MAPSET("CALCMAP")
010200         INTO(CALC0I)
010240         RESP(WRK-RESP)
010280     END-EXEC.
010320     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
010360        MOVE SPACES TO CALC0O
010400        MOVE "ERRO AO LER A TELA - REDIGITE" TO MSG0O
010440        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
010480        GO TO 1500-EXIT
010530     END-IF.
010570     IF OPIDI EQUAL SPACES OR OPIDI EQUAL LOW-VALUES
010610        MOVE SPACES TO CALC0O
010650        MOVE "INFORME O OPERADOR" TO MSG0O
010690        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
010730        GO TO 1500-EXIT
010770     END-IF.
010810     MOVE OPIDI TO WRK-OPR-ID-DIG.
010850     INSPECT WRK-OPR-ID-DIG
010890         REPLACING ALL LOW-VALUE BY SPACE.
010940     MOVE SENHI TO WRK-SENHA-DIG.
010980     MOVE NSENI TO WRK-NOVA-SENHA.
011020     MOVE CSENI TO WRK-CONF-SENHA.
011060     INSPECT WRK-SENHA-DIG
011100         REPLACING ALL LOW-VALUE BY SPACE.
011140     INSPECT WRK-NOVA-SENHA
011180         REPLACING ALL LOW-VALUE BY SPACE.
011220     INSPECT WRK-CONF-SENHA
011260         REPLACING ALL LOW-VALUE BY SPACE.
011310     IF WRK-SENHA-DIG EQUAL SPACES
011350        MOVE SPACES         TO CALC0O
011390        MOVE WRK-OPR-ID-DIG TO OPIDO
011430        MOVE "INFORME A SENHA" TO MSG0O
011470        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
011510        GO TO 1500-EXIT
011550     END-IF.
011590     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
011630     IF NOT WRK-SIGNON-OK
011670        MOVE SPACES         TO CALC0O
011720        MOVE WRK-OPR-ID-DIG TO OPIDO
011760        MOVE WRK-SIGNON-MSG TO MSG0O
011800        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
011840        GO TO 1500-EXIT
011880     END-IF.
011920     IF WRK-OPR-CONTROLADORIA NOT EQUAL "S"
011960        MOVE "SN" TO WRK-SG-TIPO
012000        MOVE "ASSINATURA NA CCAD SEM AUTORIDADE DE CONTROLADORIA"
012040            TO WRK-SG-DESCRICAO
012090        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
012130        MOVE SPACES         TO WRK-SG-ADMIN
012170        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
012210        MOVE SPACES TO CALC0O
012250        MOVE "OPERADOR SEM AUTORIDADE DE CONTROLADORIA"
012290            TO MSG0O
012330        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
012370        GO TO 1500-EXIT
012410     END-IF.
012460     MOVE "A"            TO WRK-CA-ESTADO.
012500     MOVE WRK-OPR-ID-DIG TO WRK-CA-OPERADOR.
012540     MOVE SPACES         TO WRK-CA-CONTA.
012580     MOVE SPACES TO WRK-MSG.
012620     STRING "OPERADOR ASSINADO: " DELIMITED BY SIZE
012660            WRK-OPR-NOME          DELIMITED BY SIZE
012700        INTO WRK-MSG
012740     END-STRING.
012780     MOVE SPACES TO CALC5O.
012820     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
012870 1500-EXIT.
012910     EXIT.
012950
012990*----------------------------------------------------------------*
013030*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
013070*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
013110*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
013150*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
013190*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
013240*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
013280*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
013320*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
013360*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
013400*----------------------------------------------------------------*
013440 1700-VALIDATE-SIGNON.
013480     MOVE "N"    TO WRK-SIGNON-SW.
013520     MOVE SPACES TO WRK-SIGNON-MSG.
013560     MOVE SPACES TO WRK-SG-TIPO.
013600     MOVE SPACES TO WRK-SG-DESCRICAO.
013650     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
013690     ACCEPT WRK-SG-HORA-CS FROM TIME.
013730     OPEN I-O CALC-OPR-FILE.
013770     IF CALC-OPR-STATUS NOT = "00"
013810        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
013850            TO WRK-SIGNON-MSG
013890        GO TO 1700-EXIT
013930     END-IF.
013970     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
014020     READ CALC-OPR-FILE
014060         INVALID KEY
014100             MOVE "OI" TO WRK-SG-TIPO
014140             MOVE "ID NAO CADASTRADO NO CALCOPR"
014180                 TO WRK-SG-DESCRICAO
014220             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
014260             GO TO 1700-FECHA
014300     END-READ.
014340     IF CALC-OP-SITUACAO EQUAL "S"
014390        MOVE "TS" TO WRK-SG-TIPO
014430        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
014470            TO WRK-SG-DESCRICAO
014510        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
014550            TO WRK-SIGNON-MSG
014590        GO TO 1700-FECHA
014630     END-IF.
014670     IF CALC-OP-SITUACAO EQUAL "B"
014710        MOVE "TB" TO WRK-SG-TIPO
014750        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
014800            TO WRK-SG-DESCRICAO
014840        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
014880            TO WRK-SIGNON-MSG
014920        GO TO 1700-FECHA
014960     END-IF.
015000     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
015040     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
015080     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
015120        ADD 1 TO CALC-OP-TENTATIVAS
015170        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
015210           MOVE "B"  TO CALC-OP-SITUACAO
015250           MOVE "BL" TO WRK-SG-TIPO
015290           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
015330               TO WRK-SG-DESCRICAO
015370           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
015410               TO WRK-SIGNON-MSG
015450        ELSE
015490           MOVE "FS" TO WRK-SG-TIPO
015530           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
015580           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
015620        END-IF
015660        REWRITE CALC-OPR-RECORD
015700        GO TO 1700-FECHA
015740     END-IF.
015780     MOVE "N" TO WRK-TROCA-SW.
015820     IF CALC-OP-TROCA-SENHA EQUAL "S"
015860        MOVE "Y" TO WRK-TROCA-SW
015900     ELSE
015950        COMPUTE WRK-SENHA-DIAS =
015990            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
016030          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
016070        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
016110           MOVE "Y" TO WRK-TROCA-SW
016150        END-IF
016190     END-IF.
016230     IF WRK-NOVA-SENHA EQUAL SPACES
016270        IF WRK-TROCA-OBRIGATORIA
016320           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
016360               TO WRK-SIGNON-MSG
016400           GO TO 1700-FECHA
016440        END-IF
016480     ELSE
016520        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
016560        IF WRK-SIGNON-MSG NOT EQUAL SPACES
016600           GO TO 1700-FECHA
016640        END-IF
016680     END-IF.
016730     MOVE ZERO        TO CALC-OP-TENTATIVAS.
016770     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
016810     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
016850     REWRITE CALC-OPR-RECORD.
016890     IF CALC-OPR-STATUS NOT = "00"
016930        MOVE SPACES TO WRK-SG-TIPO
016970        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
017010            TO WRK-SIGNON-MSG
017050        GO TO 1700-FECHA
017100     END-IF.
017140     MOVE "Y" TO WRK-SIGNON-SW.
017180     MOVE CALC-OP-NOME          TO WRK-OPR-NOME.
017220     MOVE CALC-OP-CONTROLADORIA TO WRK-OPR-CONTROLADORIA.
017260 1700-FECHA.
017300     CLOSE CALC-OPR-FILE.
017340     IF WRK-SG-TIPO NOT EQUAL SPACES
017380        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
017420        MOVE SPACES         TO WRK-SG-ADMIN
017460        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
017510     END-IF.
017550 1700-EXIT.
017590     EXIT.
017630
017670*----------------------------------------------------------------*
017710*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
017750*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
017790*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
017830*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
017880*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
017920*----------------------------------------------------------------*
017960 1720-CHANGE-PASSWORD.
018000     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
018040        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
018080            TO WRK-SIGNON-MSG
018120        GO TO 1720-EXIT
018160     END-IF.
018200     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
018250        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
018290            TO WRK-SIGNON-MSG
018330        GO TO 1720-EXIT
018370     END-IF.
018410     MOVE ZERO TO WRK-SENHA-BRANCOS.
018450     INSPECT WRK-NOVA-SENHA
018490         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
018530     IF WRK-SENHA-BRANCOS GREATER THAN 2
018570        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
018610        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
018660            TO WRK-SIGNON-MSG
018700        GO TO 1720-EXIT
018740     END-IF.
018780     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
018820     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
018860     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
018900     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
018940     MOVE "N"          TO CALC-OP-TROCA-SENHA.
018980     MOVE "TR"         TO WRK-SG-TIPO.
019030     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
019070         TO WRK-SG-DESCRICAO.
019110 1720-EXIT.
019150     EXIT.
019190
019230*----------------------------------------------------------------*
019270*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
019310*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
019350*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
019400*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
019440*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
019480*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
019520*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
019560*  E REINICIAR AS SENHAS.                                        *
019600*----------------------------------------------------------------*
019640 1750-HASH-PASSWORD.
019680     MOVE CALC-OP-ID TO WRK-SH-ID.
019720     MOVE ZERO TO WRK-SH-VALOR.
019760     MOVE ZERO TO WRK-SH-IX.
019810     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
019850         UNTIL WRK-SH-IX NOT LESS THAN 16.
019890 1750-EXIT.
019930     EXIT.
019970
020010 1760-HASH-BYTE.
020050     ADD 1 TO WRK-SH-IX.
020090     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
020130         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
020180     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
020220         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
020260 1760-EXIT.
020300     EXIT.
020340
020380*----------------------------------------------------------------*
020420*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
020460*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
020500*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
020540*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
020590*----------------------------------------------------------------*
020630 1790-WRITE-SECLOG.
020670     OPEN I-O CALC-SGL-FILE.
020710     IF CALC-SGL-STATUS EQUAL "35"
020750        OPEN OUTPUT CALC-SGL-FILE
020790        CLOSE CALC-SGL-FILE
020830        OPEN I-O CALC-SGL-FILE
020870     END-IF.
020910     IF CALC-SGL-STATUS NOT = "00"
020960        GO TO 1790-EXIT
021000     END-IF.
021040     MOVE SPACES           TO CALC-SGL-RECORD.
021080     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
021120     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
021160     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
021200     MOVE ZERO             TO CALC-SG-SEQ.
021240     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
021280     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
021330     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
021370     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
021410     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
021450     MOVE "N" TO WRK-SGL-SW.
021490     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
021530         UNTIL WRK-SGL-GRAVADO
021570            OR CALC-SG-SEQ NOT LESS THAN 999.
021610     CLOSE CALC-SGL-FILE.
021650 1790-EXIT.
021690     EXIT.
021740
021780 1795-TRY-WRITE-SECLOG.
021820     ADD 1 TO CALC-SG-SEQ.
021860     WRITE CALC-SGL-RECORD
021900         INVALID KEY
021940             GO TO 1795-EXIT
021980     END-WRITE.
022020     MOVE "Y" TO WRK-SGL-SW.
022060 1795-EXIT.
022110     EXIT.
022150
022190*----------------------------------------------------------------*
022230*  2000-RECEIVE-AND-PROCESS - LE A TELA, NORMALIZA A CONTA       *
022270*  DIGITADA E DESPACHA A TECLA.                                  *
022310*----------------------------------------------------------------*
022350 2000-RECEIVE-AND-PROCESS.
022390     IF EIBAID EQUAL DFHPF3
022430        EXEC CICS RETURN END-EXEC
022470     END-IF.
022520     EXEC CICS RECEIVE MAP("CALC5")
022560         MAPSET("CALCMAP")
022600         INTO(CALC5I)
022640         RESP(WRK-RESP)
022680     END-EXEC.
022720     MOVE SPACES TO WRK-MSG.
022760     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
022800        MOVE SPACES TO CALC5O
022840        MOVE "ERRO AO LER A TELA - REDIGITE OS DADOS" TO WRK-MSG
022890        PERFORM 2900-SEND-MAP THRU 2900-EXIT
022930        GO TO 2000-EXIT
022970     END-IF.
023010     IF KCTAI EQUAL SPACES OR KCTAI EQUAL LOW-VALUES
023050        MOVE SPACES TO CALC5O
023090        MOVE "INFORME A CONTA" TO WRK-MSG
023130        PERFORM 2900-SEND-MAP THRU 2900-EXIT
023170        GO TO 2000-EXIT
023210     END-IF.
023260     MOVE KCTAI TO WRK-CONTA.
023300     INSPECT WRK-CONTA
023340         REPLACING ALL LOW-VALUE BY SPACE.
023380     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
023420     IF EIBAID EQUAL DFHPF5
023460        PERFORM 2300-ADD-OR-CHANGE THRU 2300-EXIT
023500     ELSE
023540        IF EIBAID EQUAL DFHPF6
023580           PERFORM 2400-CLOSE-ACCOUNT THRU 2400-EXIT
023620        ELSE
023670           PERFORM 2100-INQUIRE THRU 2100-EXIT
023710        END-IF
023750     END-IF.
023790     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
023830 2000-EXIT.
023870     EXIT.
023910
023950*----------------------------------------------------------------*
023990*  2100-INQUIRE - LE A CONTA NO CADASTRO E MOSTRA OS DADOS.      *
024040*----------------------------------------------------------------*
024080 2100-INQUIRE.
024120     MOVE SPACES TO CALC5O.
024160     MOVE WRK-CONTA TO KCTAO.
024200     OPEN INPUT CALC-CTA-FILE.
024240     IF CALC-CTA-STATUS NOT = "00"
024280        MOVE "CADASTRO VAZIO - PF5 INCLUI A CONTA" TO WRK-MSG
024320        GO TO 2100-EXIT
024360     END-IF.
024400     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
024450     CLOSE CALC-CTA-FILE.
024490     IF WRK-NOT-FOUND
024530        MOVE "CONTA NAO CADASTRADA - PF5 INCLUI A CONTA"
024570            TO WRK-MSG
024610        GO TO 2100-EXIT
024650     END-IF.
024690     PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT.
024730     IF CALC-CT-STATUS EQUAL "EN"
024770        MOVE "CONTA ENCERRADA" TO WRK-MSG
024820     ELSE
024860        MOVE "PF5 ALTERA DESCRICAO/MOEDA  PF6 ENCERRA A CONTA"
024900            TO WRK-MSG
024940     END-IF.
024980 2100-EXIT.
025020     EXIT.
025060
025100 2150-READ-ACCOUNT.
025140     MOVE "Y" TO WRK-FOUND-SW.
025190     MOVE WRK-CONTA TO CALC-CT-CONTA.
025230     READ CALC-CTA-FILE
025270         INVALID KEY
025310             MOVE "N" TO WRK-FOUND-SW
025350     END-READ.
025390 2150-EXIT.
025430     EXIT.
025470
025510*----------------------------------------------------------------*
025550*  2200-SHOW-ACCOUNT - PREENCHE A TELA COM O REGISTRO LIDO E     *
025600*  POSICIONA A COMMAREA NA CONTA.                                *
025640*----------------------------------------------------------------*
025680 2200-SHOW-ACCOUNT.
025720     MOVE SPACES TO CALC5O.
025760     MOVE CALC-CT-CONTA        TO KCTAO.
025800     MOVE CALC-CT-DESCRICAO    TO KDESO.
025840     MOVE CALC-CT-MOEDA        TO KMOEO.
025880     MOVE CALC-CT-DATA-EFETIVA TO KEFEO.
025920     IF CALC-CT-DATA-ENCERRA NOT EQUAL ZERO
025970        MOVE CALC-CT-DATA-ENCERRA TO KENCO
026010     END-IF.
026050     MOVE CALC-CT-STATUS       TO KSTAO.
026090     MOVE "P" TO WRK-CA-ESTADO.
026130     MOVE CALC-CT-CONTA TO WRK-CA-CONTA.
026170 2200-EXIT.
026210     EXIT.
026250
026290*----------------------------------------------------------------*
026330*  2300-ADD-OR-CHANGE - CONTA NOVA E INCLUIDA ABERTA, COM A      *
026380*  DESCRICAO (OBRIGATORIA), A MOEDA PERMITIDA (BRANCO ACEITA     *
026420*  QUALQUER MOEDA) E A DATA EFETIVA (BRANCO VALE HOJE). CONTA    *
026460*  JA CADASTRADA E ABERTA TEM SO A DESCRICAO E A MOEDA ALTERADAS *
026500*  - E SO DEPOIS DE CONSULTADA (ENTER), PARA NAO SOBREPOR A      *
026540*  CONTA ERRADA. CONTA ENCERRADA NAO E ALTERADA NEM REABERTA.    *
026580*  COMO A TELA SO DEVOLVE O CAMPO DIGITADO, NA ALTERACAO O CAMPO *
026620*  EM BRANCO MANTEM O QUE ESTA NO CADASTRO; PARA VOLTAR A ACEITAR*
026660*  QUALQUER MOEDA, DIGITE "*" NA MOEDA.                          *
026700*----------------------------------------------------------------*
026750 2300-ADD-OR-CHANGE.
026790     MOVE KDESI TO WRK-DESCRICAO.
026830     INSPECT WRK-DESCRICAO
026870         REPLACING ALL LOW-VALUE BY SPACE.
026910     MOVE KMOEI TO WRK-MOEDA.
026950     INSPECT WRK-MOEDA
026990         REPLACING ALL LOW-VALUE BY SPACE.
027030     IF KEFEI EQUAL SPACES OR KEFEI EQUAL LOW-VALUES
027070        MOVE WRK-DATE-NUM TO WRK-DATA-DIG
027120     ELSE
027160        IF KEFEI NOT NUMERIC
027200           MOVE "DATA EFETIVA INVALIDA (AAAAMMDD)" TO WRK-MSG
027240           GO TO 2300-EXIT
027280        END-IF
027320        MOVE KEFEI TO WRK-DATA-DIG
027360     END-IF.
027400     PERFORM 2350-OPEN-IO THRU 2350-EXIT.
027440     IF CALC-CTA-STATUS NOT = "00"
027480        MOVE "ERRO AO ABRIR O CADASTRO DE CONTAS (CALCCTA)"
027530            TO WRK-MSG
027570        GO TO 2300-EXIT
027610     END-IF.
027650     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
027690     IF WRK-NOT-FOUND
027730        IF WRK-DESCRICAO EQUAL SPACES
027770           MOVE "INFORME A DESCRICAO DA CONTA" TO WRK-MSG
027810           GO TO 2300-FECHA
027850        END-IF
027900        IF WRK-MOEDA EQUAL "*"
027940           MOVE SPACES TO WRK-MOEDA
027980        END-IF
028020        MOVE SPACES         TO CALC-CTA-RECORD
028060        MOVE WRK-CONTA      TO CALC-CT-CONTA
028100        MOVE WRK-DESCRICAO  TO CALC-CT-DESCRICAO
028140        MOVE "AB"           TO CALC-CT-STATUS
028180        MOVE WRK-MOEDA      TO CALC-CT-MOEDA
028220        MOVE WRK-DATA-DIG   TO CALC-CT-DATA-EFETIVA
028260        MOVE ZERO           TO CALC-CT-DATA-ENCERRA
028310        WRITE CALC-CTA-RECORD
028350            INVALID KEY
028390                MOVE "ERRO NA GRAVACAO DA CONTA" TO WRK-MSG
028430        END-WRITE
028470        IF WRK-MSG EQUAL SPACES
028510           PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
028550           MOVE "CONTA INCLUIDA" TO WRK-MSG
028590        END-IF
028630        GO TO 2300-FECHA
028680     END-IF.
028720     IF NOT WRK-CA-POSICIONADO
028760           OR WRK-CA-CONTA NOT EQUAL WRK-CONTA
028800        PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
028840        MOVE "CONTA JA CADASTRADA - CONFIRA E TECLE PF5 PARA "
028880            TO WRK-MSG(1:47)
028920        MOVE "ALTERAR" TO WRK-MSG(48:7)
028960        GO TO 2300-FECHA
029000     END-IF.
029050     IF CALC-CT-STATUS NOT EQUAL "AB"
029090        PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
029130        MOVE "CONTA ENCERRADA NAO PODE SER ALTERADA" TO WRK-MSG
029170        GO TO 2300-FECHA
029210     END-IF.
029250     IF WRK-DESCRICAO NOT EQUAL SPACES
029290        MOVE WRK-DESCRICAO TO CALC-CT-DESCRICAO
029330     END-IF.
029370     IF WRK-MOEDA EQUAL "*"
029410        MOVE SPACES    TO CALC-CT-MOEDA
029460     ELSE
029500        IF WRK-MOEDA NOT EQUAL SPACES
029540           MOVE WRK-MOEDA TO CALC-CT-MOEDA
029580        END-IF
029620     END-IF.
029660     REWRITE CALC-CTA-RECORD
029700         INVALID KEY
029740             MOVE "ERRO NA REGRAVACAO DA CONTA" TO WRK-MSG
029780     END-REWRITE.
029830     IF WRK-MSG EQUAL SPACES
029870        PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
029910        MOVE "CONTA ALTERADA" TO WRK-MSG
029950     END-IF.
029990 2300-FECHA.
030030     CLOSE CALC-CTA-FILE.
030070 2300-EXIT.
030110     EXIT.
030150
030200*----------------------------------------------------------------*
030300*  2350-OPEN-IO - ABRE O CADASTRO PARA ATUALIZACAO, CRIANDO O    *
030400*  ARQUIVO NA PRIMEIRA INCLUSAO.                                 *
030500*----------------------------------------------------------------*
030600 2350-OPEN-IO.
030700     OPEN I-O CALC-CTA-FILE.
030800     IF CALC-CTA-STATUS EQUAL "35"
030900        OPEN OUTPUT CALC-CTA-FILE
031000        CLOSE CALC-CTA-FILE
031100        OPEN I-O CALC-CTA-FILE
031200     END-IF.
031300 2350-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------------*
031700*  2400-CLOSE-ACCOUNT - ENCERRA A CONTA CONSULTADA (ENTER): DATA *
031800*  DE ENCERRAMENTO DIGITADA OU HOJE, NUNCA ANTES DA DATA EFETIVA *
031900*  NEM DEPOIS DE HOJE (O STATUS EN VALE DE IMEDIATO). A PARTIR   *
032000*  DESSA DATA A CONTA NAO ACEITA MAIS MOVIMENTO (MOTIVO 08).     *
032100*----------------------------------------------------------------*
032200 2400-CLOSE-ACCOUNT.
032300     IF NOT WRK-CA-POSICIONADO
032400           OR WRK-CA-CONTA NOT EQUAL WRK-CONTA
032500        PERFORM 2100-INQUIRE THRU 2100-EXIT
032600        IF WRK-CA-POSICIONADO
032700           MOVE "CONFIRA A CONTA E TECLE PF6 PARA ENCERRAR"
032800               TO WRK-MSG
032900        END-IF
033000        GO TO 2400-EXIT
033100     END-IF.
033200     IF KENCI EQUAL SPACES OR KENCI EQUAL LOW-VALUES
033300        MOVE WRK-DATE-NUM TO WRK-DATA-DIG
033400     ELSE
033500        IF KENCI NOT NUMERIC
033600           MOVE "DATA DE ENCERRAMENTO INVALIDA (AAAAMMDD)"
033700               TO WRK-MSG
033800           GO TO 2400-EXIT
033900        END-IF
034000        MOVE KENCI TO WRK-DATA-DIG
034100     END-IF.
034200     IF WRK-DATA-DIG GREATER THAN WRK-DATE-NUM
034300        MOVE "ENCERRAMENTO NAO PODE SER POSTERIOR A HOJE"
034400            TO WRK-MSG
034500        GO TO 2400-EXIT
034600     END-IF.
034700     OPEN I-O CALC-CTA-FILE.
034800     IF CALC-CTA-STATUS NOT = "00"
034900        MOVE "ERRO AO ABRIR O CADASTRO DE CONTAS (CALCCTA)"
035000            TO WRK-MSG
035100        GO TO 2400-EXIT
035200     END-IF.
035300     PERFORM 2150-READ-ACCOUNT THRU 2150-EXIT.
035400     IF WRK-NOT-FOUND
035500        MOVE "CONTA NAO CADASTRADA" TO WRK-MSG
035600        GO TO 2400-FECHA
035700     END-IF.
035800     IF CALC-CT-STATUS EQUAL "EN"
035900        PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
036000        MOVE "CONTA JA ENCERRADA" TO WRK-MSG
036100        GO TO 2400-FECHA
036200     END-IF.
036300     IF WRK-DATA-DIG LESS THAN CALC-CT-DATA-EFETIVA
036400        PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT
036500        MOVE "ENCERRAMENTO ANTERIOR A DATA EFETIVA DA CONTA"
036600            TO WRK-MSG
036700        GO TO 2400-FECHA
036800     END-IF.
036900     MOVE "EN"         TO CALC-CT-STATUS.
037000     MOVE WRK-DATA-DIG TO CALC-CT-DATA-ENCERRA.
037100     REWRITE CALC-CTA-RECORD
037200         INVALID KEY
037300             MOVE "ERRO NA REGRAVACAO DA CONTA" TO WRK-MSG
037400     END-REWRITE.
037500     PERFORM 2200-SHOW-ACCOUNT THRU 2200-EXIT.
037600     IF WRK-MSG EQUAL SPACES
037700        MOVE "CONTA ENCERRADA" TO WRK-MSG
037800     END-IF.
037900 2400-FECHA.
038000     CLOSE CALC-CTA-FILE.
038100 2400-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------*
038500*  2900-SEND-MAP - DEVOLVE A TELA COM OS CAMPOS E A MENSAGEM.    *
038600*----------------------------------------------------------------*
038700 2900-SEND-MAP.
038800     MOVE WRK-MSG TO MSG5O.
038900     EXEC CICS SEND MAP("CALC5")
039000         MAPSET("CALCMAP")
039100         FROM(CALC5O)
039200         ERASE
039300     END-EXEC.
039400 2900-EXIT.
039500     EXIT.
