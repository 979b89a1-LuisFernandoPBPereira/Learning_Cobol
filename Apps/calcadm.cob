000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCADM.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO ONLINE.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. TRANSACAO CICS CADM, TELA *
001200*                   CALCA (MAPSET CALCMAP): ADMINISTRACAO DE     *
001300*                   SEGURANCA DO CADASTRO DE OPERADORES          *
001400*                   (CALCOPR). ASSINATURA NA TELA CALC0 COM      *
001500*                   SENHA, SO PARA OPERADOR COM AUTORIDADE DE    *
001600*                   ADMINISTRADOR DE SEGURANCA. ENTER CONSULTA O *
001700*                   ID; PF5 INCLUI O OPERADOR NOVO COM SENHA     *
001800*                   INICIAL (TROCA OBRIGATORIA NA PRIMEIRA       *
001900*                   ASSINATURA) OU ALTERA NOME E AUTORIDADES;    *
002000*                   PF6 SUSPENDE OU REATIVA (E DESBLOQUEIA); PF9 *
002100*                   EXCLUI; PF10 REINICIA A SENHA. O             *
002200*                   ADMINISTRADOR NAO MEXE NO PROPRIO PERFIL.    *
002300*                   TODA MUDANCA E TODA ASSINATURA RECUSADA VAO  *
002400*                   PARA O LOG DE SEGURANCA (CALCSGL).           *
002410* 15/10/2026 JH     NA ALTERACAO (PF5) NOME, AUTORIZACOES E      *
002420*                   AUTORIDADES EM BRANCO MANTEM O QUE ESTA NO   *
002440*                   PERFIL, EM VEZ DE VIRAR "N" E RETIRAR A      *
002450*                   AUTORIDADE SEM QUERER (A TELA SO DEVOLVE O   *
002470*                   CAMPO DIGITADO). CRITICA DO PERFIL SEPARADA  *
002480*                   EM 2320-EDIT-PROFILE.                        *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT             DIVISION.
002700 INPUT-OUTPUT            SECTION.
002800 FILE-CONTROL.
002900     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003200         RECORD KEY   IS CALC-OP-ID
003300         FILE STATUS  IS CALC-OPR-STATUS.
003400
003500     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE  IS DYNAMIC
003800         RECORD KEY   IS CALC-SG-CHAVE
003900         FILE STATUS  IS CALC-SGL-STATUS.
004000
004100 DATA                    DIVISION.
004200 FILE                    SECTION.
004300 FD  CALC-OPR-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY CALCOPR.
004600
004700 FD  CALC-SGL-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CALCSGL.
005000*
005100 WORKING-STORAGE         SECTION.
005200     COPY DFHAID.
005300*
005400 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
005500 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
005600 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
005700 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
005800 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
005900 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
006000 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
006100 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
006200 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
006300 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
006400 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
006500 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
006600     88  WRK-SIGNON-OK              VALUE "Y".
006700 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
006800     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
006900 77  WRK-SGL-SW           PIC X(01) VALUE "N".
007000     88  WRK-SGL-GRAVADO            VALUE "Y".
007100 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
007200 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
007300 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
007400 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
007500 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
007600 01  WRK-SG-HORA-CS.
007700     05  WRK-SG-HORA      PIC 9(06).
007800     05  FILLER           PIC 9(02).
007900 01  WRK-SH-ENTRADA.
008000     05  WRK-SH-ID        PIC X(08).
008100     05  WRK-SH-SENHA     PIC X(08).
008200 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
008300 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
008400 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
008500 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
008600 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
008700 77  WRK-FOUND-SW         PIC X(01) VALUE "N".
008800     88  WRK-FOUND                  VALUE "Y".
008900     88  WRK-NOT-FOUND              VALUE "N".
009000 77  WRK-MSG              PIC X(79) VALUE SPACES.
009100 77  WRK-OPR-NOME         PIC X(30) VALUE SPACES.
009200 77  WRK-OPR-ADMSEG       PIC X(01) VALUE SPACES.
009300 77  WRK-OPR-ID-DIG       PIC X(08) VALUE SPACES.
009400 77  WRK-ID               PIC X(08) VALUE SPACES.
009500 77  WRK-NOME             PIC X(30) VALUE SPACES.
009600 77  WRK-AUTORIZACOES     PIC X(06) VALUE SPACES.
009700 77  WRK-APROVADOR        PIC X(01) VALUE SPACES.
009800 77  WRK-CONTROLADORIA    PIC X(01) VALUE SPACES.
009900 77  WRK-ADMSEG           PIC X(01) VALUE SPACES.
010000 77  WRK-SENHA-INICIAL    PIC X(08) VALUE SPACES.
010100 77  WRK-QTD-S            PIC 9(02) COMP VALUE ZERO.
010200 77  WRK-QTD-N            PIC 9(02) COMP VALUE ZERO.
010300 01  WRK-PERFIL-ANTES.
010400     05  WRK-PA-AUTORIZACOES  PIC X(06).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  WRK-PA-APROVADOR     PIC X(01).
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  WRK-PA-CONTROLADORIA PIC X(01).
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  WRK-PA-ADMSEG        PIC X(01).
011100 01  WRK-PERFIL-DEPOIS.
011200     05  WRK-PD-AUTORIZACOES  PIC X(06).
011300     05  FILLER               PIC X(01) VALUE SPACE.
011400     05  WRK-PD-APROVADOR     PIC X(01).
011500     05  FILLER               PIC X(01) VALUE SPACE.
011600     05  WRK-PD-CONTROLADORIA PIC X(01).
011700     05  FILLER               PIC X(01) VALUE SPACE.
011800     05  WRK-PD-ADMSEG        PIC X(01).
011900 01  WRK-HORA-ASSIN       PIC 9(06) VALUE ZERO.
012000 01  WRK-HORA-ASSIN-R REDEFINES WRK-HORA-ASSIN.
012100     05  WRK-HA-HH        PIC 9(02).
012200     05  WRK-HA-MM        PIC 9(02).
012300     05  WRK-HA-SS        PIC 9(02).
012400 01  WRK-DSP-ASSIN.
012500     05  WRK-DA-DATA      PIC 9(08).
012600     05  FILLER           PIC X(01) VALUE SPACE.
012700     05  WRK-DA-HH        PIC 9(02).
012800     05  FILLER           PIC X(01) VALUE ":".
012900     05  WRK-DA-MM        PIC 9(02).
013000     05  FILLER           PIC X(01) VALUE ":".
013100     05  WRK-DA-SS        PIC 9(02).
013200
013300 01  WRK-COMMAREA.
013400     05  WRK-CA-ESTADO        PIC X(01).
013500         88  WRK-CA-ASSINADO            VALUE "A" "P".
013600         88  WRK-CA-POSICIONADO         VALUE "P".
013700     05  WRK-CA-OPERADOR      PIC X(08).
013800     05  WRK-CA-ID            PIC X(08).
013900
014000     COPY CALCMAP.
014100
014200 LINKAGE                 SECTION.
014300 01  DFHCOMMAREA          PIC X(17).
014400
014500 PROCEDURE               DIVISION.
014600
014700*----------------------------------------------------------------*
014800*  0000-MAINLINE - PRIMEIRA ENTRADA (EIBCALEN = 0) MANDA A TELA  *
014900*  DE ASSINATURA; DEPOIS, SEM ADMINISTRADOR ASSINADO TRATA A     *
015000*  ASSINATURA, E COM ADMINISTRADOR ASSINADO TRATA A MANUTENCAO   *
015100*  CONFORME A TECLA: ENTER CONSULTA, PF5 INCLUI/ALTERA, PF6      *
015200*  SUSPENDE/REATIVA, PF9 EXCLUI, PF10 REINICIA A SENHA E PF3 SAI.*
015300*----------------------------------------------------------------*
015400 0000-MAINLINE.
015500     IF EIBCALEN EQUAL ZERO
015600        MOVE SPACES TO WRK-CA-ESTADO
015700        MOVE SPACES TO WRK-CA-OPERADOR
015800        MOVE SPACES TO WRK-CA-ID
015900        PERFORM 0500-SEND-SIGNON-MAP THRU 0500-EXIT
016000     ELSE
016100        MOVE DFHCOMMAREA TO WRK-COMMAREA
016200        IF WRK-CA-ASSINADO
016300           PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
016400        ELSE
016500           PERFORM 1500-PROCESS-SIGNON THRU 1500-EXIT
016600        END-IF
016700     END-IF.
016800     EXEC CICS RETURN
016900         TRANSID("CADM")
017000         COMMAREA(WRK-COMMAREA)
017100         LENGTH(17)
017200     END-EXEC.
017300
017400*----------------------------------------------------------------*
017500*  0500-SEND-SIGNON-MAP - MANDA A TELA DE ASSINATURA VAZIA.      *
017600*----------------------------------------------------------------*
017700 0500-SEND-SIGNON-MAP.
017800     MOVE SPACES TO CALC0O.
017900     EXEC CICS SEND MAP("CALC0")
018000         MAPSET("CALCMAP")
018100         ERASE
018200     END-EXEC.
018300 0500-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------*
018700*  0590-RESEND-SIGNON - DEVOLVE A TELA DE ASSINATURA COM A       *
018800*  MENSAGEM JA COLOCADA EM MSG0O.                                *
018900*----------------------------------------------------------------*
019000 0590-RESEND-SIGNON.
019100     EXEC CICS SEND MAP("CALC0")
019200         MAPSET("CALCMAP")
019300         ERASE
019400         FROM(CALC0O)
019500     END-EXEC.
019600 0590-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------------*
020000*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
020100*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
020200*  (1700): SO ENTRA QUEM TEM AUTORIDADE DE ADMINISTRADOR DE      *
020300*  SEGURANCA, E A TENTATIVA SEM ELA VAI PARA O LOG DE SEGURANCA. *
020400*  ASSINADO, MANDA A TELA CALCA VAZIA.                           *
020500*----------------------------------------------------------------*
020600 1500-PROCESS-SIGNON.
020700     IF EIBAID EQUAL DFHPF3
020800        EXEC CICS RETURN END-EXEC
020900     END-IF.
021000     EXEC CICS RECEIVE MAP("CALC0")
021100         MAPSET("CALCMAP")
021200         INTO(CALC0I)
021300         RESP(WRK-RESP)
021400     END-EXEC.
021500     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
021600        MOVE SPACES TO CALC0O
021700        MOVE "ERRO AO LER A TELA - REDIGITE" TO MSG0O
021800        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
021900        GO TO 1500-EXIT
022000     END-IF.
022100     IF OPIDI EQUAL SPACES OR OPIDI EQUAL LOW-VALUES
022200        MOVE SPACES TO CALC0O
022300        MOVE "INFORME O OPERADOR" TO MSG0O
022400        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
022500        GO TO 1500-EXIT
022600     END-IF.
022700     MOVE OPIDI TO WRK-OPR-ID-DIG.
022800     INSPECT WRK-OPR-ID-DIG
022900         REPLACING ALL LOW-VALUE BY SPACE.
023000     MOVE SENHI TO WRK-SENHA-DIG.
023100     MOVE NSENI TO WRK-NOVA-SENHA.
023200     MOVE CSENI TO WRK-CONF-SENHA.
023300     INSPECT WRK-SENHA-DIG
023400         REPLACING ALL LOW-VALUE BY SPACE.
023500     INSPECT WRK-NOVA-SENHA
023600         REPLACING ALL LOW-VALUE BY SPACE.
023700     INSPECT WRK-CONF-SENHA
023800         REPLACING ALL LOW-VALUE BY SPACE.
023900     IF WRK-SENHA-DIG EQUAL SPACES
024000        MOVE SPACES         TO CALC0O
024100        MOVE WRK-OPR-ID-DIG TO OPIDO
024200        MOVE "INFORME A SENHA" TO MSG0O
024300        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
024400        GO TO 1500-EXIT
024500     END-IF.
024600     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
024700     IF NOT WRK-SIGNON-OK
024800        MOVE SPACES         TO CALC0O
024900        MOVE WRK-OPR-ID-DIG TO OPIDO
025000        MOVE WRK-SIGNON-MSG TO MSG0O
025100        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
025200        GO TO 1500-EXIT
025300     END-IF.
025400     IF WRK-OPR-ADMSEG NOT EQUAL "S"
025500        MOVE "SN" TO WRK-SG-TIPO
025600        MOVE "ASSINATURA NA CADM SEM AUTORIDADE DE ADMINISTRADOR"
025700            TO WRK-SG-DESCRICAO
025800        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
025900        MOVE SPACES         TO WRK-SG-ADMIN
026000        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
026100        MOVE SPACES TO CALC0O
026200        MOVE "OPERADOR SEM AUTORIDADE DE ADMINISTRADOR"
026300            TO MSG0O
026400        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
026500        GO TO 1500-EXIT
026600     END-IF.
026700     MOVE "A"            TO WRK-CA-ESTADO.
026800     MOVE WRK-OPR-ID-DIG TO WRK-CA-OPERADOR.
026900     MOVE SPACES         TO WRK-CA-ID.
027000     MOVE SPACES TO WRK-MSG.
027100     STRING "ADMINISTRADOR ASSINADO: " DELIMITED BY SIZE
027200            WRK-OPR-NOME               DELIMITED BY SIZE
027300        INTO WRK-MSG
027400     END-STRING.
027500     MOVE SPACES TO CALCAO.
027600     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
027700 1500-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------------*
028100*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
028200*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
028300*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
028400*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
028500*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
028600*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
028700*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
028800*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
028900*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
029000*----------------------------------------------------------------*
029100 1700-VALIDATE-SIGNON.
029200     MOVE "N"    TO WRK-SIGNON-SW.
029300     MOVE SPACES TO WRK-SIGNON-MSG.
029400     MOVE SPACES TO WRK-SG-TIPO.
029500     MOVE SPACES TO WRK-SG-DESCRICAO.
029600     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
029700     ACCEPT WRK-SG-HORA-CS FROM TIME.
029800     OPEN I-O CALC-OPR-FILE.
029900     IF CALC-OPR-STATUS NOT = "00"
030000        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
030100            TO WRK-SIGNON-MSG
030200        GO TO 1700-EXIT
030300     END-IF.
030400     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
030500     READ CALC-OPR-FILE
030600         INVALID KEY
030700             MOVE "OI" TO WRK-SG-TIPO
030800             MOVE "ID NAO CADASTRADO NO CALCOPR"
030900                 TO WRK-SG-DESCRICAO
031000             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
031100             GO TO 1700-FECHA
031200     END-READ.
031300     IF CALC-OP-SITUACAO EQUAL "S"
031400        MOVE "TS" TO WRK-SG-TIPO
031500        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
031600            TO WRK-SG-DESCRICAO
031700        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
031800            TO WRK-SIGNON-MSG
031900        GO TO 1700-FECHA
032000     END-IF.
032100     IF CALC-OP-SITUACAO EQUAL "B"
032200        MOVE "TB" TO WRK-SG-TIPO
032300        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
032400            TO WRK-SG-DESCRICAO
032500        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
032600            TO WRK-SIGNON-MSG
032700        GO TO 1700-FECHA
032800     END-IF.
032900     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
033000     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
033100     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
033200        ADD 1 TO CALC-OP-TENTATIVAS
033300        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
033400           MOVE "B"  TO CALC-OP-SITUACAO
033500           MOVE "BL" TO WRK-SG-TIPO
033600           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
033700               TO WRK-SG-DESCRICAO
033800           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
033900               TO WRK-SIGNON-MSG
034000        ELSE
034100           MOVE "FS" TO WRK-SG-TIPO
034200           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
034300           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
034400        END-IF
034500        REWRITE CALC-OPR-RECORD
034600        GO TO 1700-FECHA
034700     END-IF.
034800     MOVE "N" TO WRK-TROCA-SW.
034900     IF CALC-OP-TROCA-SENHA EQUAL "S"
035000        MOVE "Y" TO WRK-TROCA-SW
035100     ELSE
035200        COMPUTE WRK-SENHA-DIAS =
035300            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
035400          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
035500        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
035600           MOVE "Y" TO WRK-TROCA-SW
035700        END-IF
035800     END-IF.
035900     IF WRK-NOVA-SENHA EQUAL SPACES
036000        IF WRK-TROCA-OBRIGATORIA
036100           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
036200               TO WRK-SIGNON-MSG
036300           GO TO 1700-FECHA
036400        END-IF
036500     ELSE
036600        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
036700        IF WRK-SIGNON-MSG NOT EQUAL SPACES
036800           GO TO 1700-FECHA
036900        END-IF
037000     END-IF.
037100     MOVE ZERO        TO CALC-OP-TENTATIVAS.
037200     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
037300     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
037400     REWRITE CALC-OPR-RECORD.
037500     IF CALC-OPR-STATUS NOT = "00"
037600        MOVE SPACES TO WRK-SG-TIPO
037700        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
037800            TO WRK-SIGNON-MSG
037900        GO TO 1700-FECHA
038000     END-IF.
038100     MOVE "Y" TO WRK-SIGNON-SW.
038200     MOVE CALC-OP-NOME         TO WRK-OPR-NOME.
038300     MOVE CALC-OP-ADMSEG       TO WRK-OPR-ADMSEG.
038400 1700-FECHA.
038500     CLOSE CALC-OPR-FILE.
038600     IF WRK-SG-TIPO NOT EQUAL SPACES
038700        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
038800        MOVE SPACES         TO WRK-SG-ADMIN
038900        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
039000     END-IF.
039100 1700-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------*
039500*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
039600*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
039700*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
039800*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
039900*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
040000*----------------------------------------------------------------*
040100 1720-CHANGE-PASSWORD.
040200     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
040300        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
040400            TO WRK-SIGNON-MSG
040500        GO TO 1720-EXIT
040600     END-IF.
040700     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
040800        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
040900            TO WRK-SIGNON-MSG
041000        GO TO 1720-EXIT
041100     END-IF.
041200     MOVE ZERO TO WRK-SENHA-BRANCOS.
041300     INSPECT WRK-NOVA-SENHA
041400         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
041500     IF WRK-SENHA-BRANCOS GREATER THAN 2
041600        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
041700        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
041800            TO WRK-SIGNON-MSG
041900        GO TO 1720-EXIT
042000     END-IF.
042100     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
042200     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
042300     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
042400     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
042500     MOVE "N"          TO CALC-OP-TROCA-SENHA.
042600     MOVE "TR"         TO WRK-SG-TIPO.
042700     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
042800         TO WRK-SG-DESCRICAO.
042900 1720-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------*
043300*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
043400*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
043500*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
043600*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
043700*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
043800*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
043900*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
044000*  E REINICIAR AS SENHAS.                                        *
044100*----------------------------------------------------------------*
044200 1750-HASH-PASSWORD.
044300     MOVE CALC-OP-ID TO WRK-SH-ID.
044400     MOVE ZERO TO WRK-SH-VALOR.
044500     MOVE ZERO TO WRK-SH-IX.
044600     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
044700         UNTIL WRK-SH-IX NOT LESS THAN 16.
044800 1750-EXIT.
044900     EXIT.
045000
045100 1760-HASH-BYTE.
045200     ADD 1 TO WRK-SH-IX.
045300     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
045400         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
045500     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
045600         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
045700 1760-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
046200*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
046300*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
046400*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
046500*----------------------------------------------------------------*
046600 1790-WRITE-SECLOG.
046700     OPEN I-O CALC-SGL-FILE.
046800     IF CALC-SGL-STATUS EQUAL "35"
046900        OPEN OUTPUT CALC-SGL-FILE
047000        CLOSE CALC-SGL-FILE
047100        OPEN I-O CALC-SGL-FILE
047200     END-IF.
047300     IF CALC-SGL-STATUS NOT = "00"
047400        GO TO 1790-EXIT
047500     END-IF.
047600     MOVE SPACES           TO CALC-SGL-RECORD.
047700     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
047800     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
047900     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
048000     MOVE ZERO             TO CALC-SG-SEQ.
048100     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
048200     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
048300     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
048400     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
048500     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
048600     MOVE "N" TO WRK-SGL-SW.
048700     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
048800         UNTIL WRK-SGL-GRAVADO
048900            OR CALC-SG-SEQ NOT LESS THAN 999.
049000     CLOSE CALC-SGL-FILE.
049100 1790-EXIT.
049200     EXIT.
049300
049400 1795-TRY-WRITE-SECLOG.
049500     ADD 1 TO CALC-SG-SEQ.
049600     WRITE CALC-SGL-RECORD
049700         INVALID KEY
049800             GO TO 1795-EXIT
049900     END-WRITE.
050000     MOVE "Y" TO WRK-SGL-SW.
050100 1795-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  2000-RECEIVE-AND-PROCESS - LE A TELA CALCA E DESPACHA PELA    *
050600*  TECLA. TODA MANUTENCAO EXIGE O ID DO OPERADOR; AS QUE MEXEM   *
050700*  EM PERFIL JA CADASTRADO EXIGEM TER CONSULTADO O MESMO ID      *
050800*  (ENTER) ANTES, PARA O ADMINISTRADOR CONFERIR O QUE MUDA.      *
050900*----------------------------------------------------------------*
051000 2000-RECEIVE-AND-PROCESS.
051100     IF EIBAID EQUAL DFHPF3
051200        EXEC CICS RETURN END-EXEC
051300     END-IF.
051400     EXEC CICS RECEIVE MAP("CALCA")
051500         MAPSET("CALCMAP")
051600         INTO(CALCAI)
051700         RESP(WRK-RESP)
051800     END-EXEC.
051900     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
052000        MOVE SPACES TO CALCAO
052100        MOVE "ERRO AO LER A TELA - REDIGITE" TO WRK-MSG
052200        GO TO 2000-ENVIA
052300     END-IF.
052400     IF SOIDI EQUAL SPACES OR SOIDI EQUAL LOW-VALUES
052500        MOVE SPACES TO CALCAO
052600        MOVE "INFORME O ID DO OPERADOR" TO WRK-MSG
052700        GO TO 2000-ENVIA
052800     END-IF.
052900     MOVE SOIDI TO WRK-ID.
053000     INSPECT WRK-ID REPLACING ALL LOW-VALUE BY SPACE.
053100     MOVE SPACES TO WRK-MSG.
053200     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
053300     ACCEPT WRK-SG-HORA-CS FROM TIME.
053400     EVALUATE TRUE
053500         WHEN EIBAID EQUAL DFHPF5
053600            PERFORM 2300-ADD-OR-CHANGE THRU 2300-EXIT
053700         WHEN EIBAID EQUAL DFHPF6
053800            PERFORM 2400-SUSPEND-OR-REACTIVATE THRU 2400-EXIT
053900         WHEN EIBAID EQUAL DFHPF9
054000            PERFORM 2500-DELETE-OPERATOR THRU 2500-EXIT
054100         WHEN EIBAID EQUAL DFHPF10
054200            PERFORM 2600-RESET-PASSWORD THRU 2600-EXIT
054300         WHEN OTHER
054400            PERFORM 2100-INQUIRE THRU 2100-EXIT
054500     END-EVALUATE.
054600 2000-ENVIA.
054700     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
054800 2000-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------*
055200*  2100-INQUIRE - CONSULTA O PERFIL DO ID INFORMADO E POSICIONA  *
055300*  A TELA NELE, INDICANDO AS TECLAS QUE VALEM NA SITUACAO.       *
055400*----------------------------------------------------------------*
055500 2100-INQUIRE.
055600     MOVE SPACES TO CALCAO.
055700     MOVE WRK-ID TO SOIDO.
055800     MOVE "A"    TO WRK-CA-ESTADO.
055900     MOVE SPACES TO WRK-CA-ID.
056000     OPEN INPUT CALC-OPR-FILE.
056100     IF CALC-OPR-STATUS NOT = "00"
056200        MOVE "NAO CADASTRADO - PF5 INCLUI COM SENHA INICIAL"
056300            TO WRK-MSG
056400        GO TO 2100-EXIT
056500     END-IF.
056600     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
056700     CLOSE CALC-OPR-FILE.
056800     IF WRK-NOT-FOUND
056900        MOVE "NAO CADASTRADO - PF5 INCLUI COM SENHA INICIAL"
057000            TO WRK-MSG
057100        GO TO 2100-EXIT
057200     END-IF.
057300     PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT.
057400     EVALUATE CALC-OP-SITUACAO
057500         WHEN "S"
057600            MOVE "OPERADOR SUSPENSO - PF6 REATIVA  PF9 EXCLUI"
057700                TO WRK-MSG
057800         WHEN "B"
057900            MOVE "BLOQUEADO - PF6 DESBLOQUEIA  PF10 NOVA SENHA"
058000                TO WRK-MSG
058100         WHEN OTHER
058200            MOVE "PF5 ALTERA PF6 SUSPENDE PF9 EXCLUI PF10 SENHA"
058300                TO WRK-MSG
058400     END-EVALUATE.
058500 2100-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------*
058900*  2150-READ-OPERATOR - LEITURA ALEATORIA DO PERFIL PELO ID.     *
059000*----------------------------------------------------------------*
059100 2150-READ-OPERATOR.
059200     MOVE "Y"    TO WRK-FOUND-SW.
059300     MOVE WRK-ID TO CALC-OP-ID.
059400     READ CALC-OPR-FILE
059500         INVALID KEY
059600             MOVE "N" TO WRK-FOUND-SW
059700     END-READ.
059800 2150-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------*
060200*  2200-SHOW-OPERATOR - MONTA A TELA COM O PERFIL LIDO E MARCA   *
060300*  A TRANSACAO COMO POSICIONADA NESSE ID.                        *
060400*----------------------------------------------------------------*
060500 2200-SHOW-OPERATOR.
060600     MOVE CALC-OP-ID            TO SOIDO.
060700     MOVE CALC-OP-NOME          TO SNOMO.
060800     MOVE CALC-OP-AUTORIZACOES  TO SAUTO.
060900     MOVE CALC-OP-APROVADOR     TO SAPRO.
061000     MOVE CALC-OP-CONTROLADORIA TO SCTLO.
061100     MOVE CALC-OP-ADMSEG        TO SADMO.
061200     MOVE SPACES                TO SSENO.
061300     EVALUATE CALC-OP-SITUACAO
061400         WHEN "S"
061500            MOVE "SUSPENSO" TO SSITO
061600         WHEN "B"
061700            MOVE "BLOQUEADO (SENHAS ERRADAS)" TO SSITO
061800         WHEN OTHER
061900            MOVE "ATIVO" TO SSITO
062000     END-EVALUATE.
062100     IF CALC-OP-DATA-ULT-ASSIN EQUAL ZERO
062200        MOVE "NUNCA ASSINOU" TO SUASO
062300     ELSE
062400        MOVE CALC-OP-HORA-ULT-ASSIN TO WRK-HORA-ASSIN
062500        MOVE CALC-OP-DATA-ULT-ASSIN TO WRK-DA-DATA
062600        MOVE WRK-HA-HH              TO WRK-DA-HH
062700        MOVE WRK-HA-MM              TO WRK-DA-MM
062800        MOVE WRK-HA-SS              TO WRK-DA-SS
062900        MOVE WRK-DSP-ASSIN          TO SUASO
063000     END-IF.
063100     MOVE SPACES TO SDSEO.
063200     IF CALC-OP-TROCA-SENHA EQUAL "S"
063300        STRING CALC-OP-DATA-SENHA     DELIMITED BY SIZE
063400               " - TROCA PENDENTE"    DELIMITED BY SIZE
063500           INTO SDSEO
063600        END-STRING
063700     ELSE
063800        COMPUTE WRK-SENHA-DIAS =
063900            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
064000          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
064100        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
064200           STRING CALC-OP-DATA-SENHA  DELIMITED BY SIZE
064300                  " - VENCIDA"        DELIMITED BY SIZE
064400              INTO SDSEO
064500           END-STRING
064600        ELSE
064700           MOVE CALC-OP-DATA-SENHA TO SDSEO
064800        END-IF
064900     END-IF.
065000     MOVE CALC-OP-TENTATIVAS    TO STENO.
065100     MOVE CALC-OP-DATA-INCLUSAO TO SINCO.
065200     MOVE SPACES TO SALTO.
065300     STRING CALC-OP-DATA-ALTERACAO  DELIMITED BY SIZE
065400            " POR "                 DELIMITED BY SIZE
065500            CALC-OP-ADMIN-ALTERACAO DELIMITED BY SIZE
065600        INTO SALTO
065700     END-STRING.
065800     MOVE "P"        TO WRK-CA-ESTADO.
065900     MOVE CALC-OP-ID TO WRK-CA-ID.
066000 2200-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------*
066400*  2300-ADD-OR-CHANGE - PF5. ID NOVO E INCLUIDO ATIVO, COM A     *
066500*  SENHA INICIAL DIGITADA E TROCA OBRIGATORIA NA PRIMEIRA        *
066600*  ASSINATURA. ID JA CADASTRADO SO E ALTERADO (NOME E            *
066700*  AUTORIDADES) DEPOIS DE CONSULTADO; A SENHA NAO MUDA AQUI      *
066740*  (PF10). O ADMINISTRADOR NAO ALTERA O PROPRIO PERFIL. COMO A   *
066780*  TELA SO DEVOLVE O CAMPO DIGITADO, NA ALTERACAO O CAMPO EM     *
066820*  BRANCO MANTEM O QUE ESTA NO PERFIL; NA INCLUSAO A AUTORIDADE  *
066860*  EM BRANCO VALE "N".                                           *
066900*----------------------------------------------------------------*
067000 2300-ADD-OR-CHANGE.
067100     MOVE SNOMI TO WRK-NOME.
067200     MOVE SAUTI TO WRK-AUTORIZACOES.
067300     MOVE SAPRI TO WRK-APROVADOR.
067400     MOVE SCTLI TO WRK-CONTROLADORIA.
067500     MOVE SADMI TO WRK-ADMSEG.
067600     MOVE SSENI TO WRK-SENHA-INICIAL.
067700     INSPECT WRK-NOME
067800         REPLACING ALL LOW-VALUE BY SPACE.
067900     INSPECT WRK-AUTORIZACOES
068000         REPLACING ALL LOW-VALUE BY SPACE.
068100     INSPECT WRK-APROVADOR
068200         REPLACING ALL LOW-VALUE BY SPACE.
068300     INSPECT WRK-CONTROLADORIA
068400         REPLACING ALL LOW-VALUE BY SPACE.
068500     INSPECT WRK-ADMSEG
068600         REPLACING ALL LOW-VALUE BY SPACE.
068700     INSPECT WRK-SENHA-INICIAL
068800         REPLACING ALL LOW-VALUE BY SPACE.
069800     MOVE SPACES TO CALCAO.
069900     MOVE WRK-ID TO SOIDO.
070000     IF WRK-ID EQUAL WRK-CA-OPERADOR
070100        MOVE "PROPRIO PERFIL SO POR OUTRO ADMINISTRADOR"
070200            TO WRK-MSG
070300        GO TO 2300-EXIT
070400     END-IF.
072600     PERFORM 2350-OPEN-IO THRU 2350-EXIT.
072700     IF CALC-OPR-STATUS NOT = "00"
072800        MOVE "ERRO AO ABRIR O CALCOPR" TO WRK-MSG
072900        GO TO 2300-EXIT
073000     END-IF.
073100     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
073200     IF WRK-NOT-FOUND
073300        GO TO 2300-INCLUI
073400     END-IF.
073500     IF NOT WRK-CA-POSICIONADO
073600        OR WRK-CA-ID NOT EQUAL WRK-ID
073700        PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT
073800        MOVE "JA CADASTRADO - CONFIRA E TECLE PF5 PARA ALTERAR"
073900            TO WRK-MSG
074000        GO TO 2300-FECHA
074100     END-IF.
074200     IF WRK-SENHA-INICIAL NOT EQUAL SPACES
074300        PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT
074400        MOVE "A SENHA SO E INFORMADA NA INCLUSAO OU COM PF10"
074500            TO WRK-MSG
074600        GO TO 2300-FECHA
074700     END-IF.
074705     IF WRK-NOME EQUAL SPACES
074710        MOVE CALC-OP-NOME          TO WRK-NOME
074715     END-IF.
074720     IF WRK-AUTORIZACOES EQUAL SPACES
074725        MOVE CALC-OP-AUTORIZACOES  TO WRK-AUTORIZACOES
074730     END-IF.
074735     IF WRK-APROVADOR EQUAL SPACE
074740        MOVE CALC-OP-APROVADOR     TO WRK-APROVADOR
074745     END-IF.
074750     IF WRK-CONTROLADORIA EQUAL SPACE
074755        MOVE CALC-OP-CONTROLADORIA TO WRK-CONTROLADORIA
074760     END-IF.
074765     IF WRK-ADMSEG EQUAL SPACE
074770        MOVE CALC-OP-ADMSEG        TO WRK-ADMSEG
074775     END-IF.
074780     PERFORM 2320-EDIT-PROFILE THRU 2320-EXIT.
074785     IF WRK-MSG NOT EQUAL SPACES
074790        GO TO 2300-FECHA
074795     END-IF.
074800     MOVE CALC-OP-AUTORIZACOES  TO WRK-PA-AUTORIZACOES.
074900     MOVE CALC-OP-APROVADOR     TO WRK-PA-APROVADOR.
075000     MOVE CALC-OP-CONTROLADORIA TO WRK-PA-CONTROLADORIA.
075100     MOVE CALC-OP-ADMSEG        TO WRK-PA-ADMSEG.
075200     MOVE WRK-NOME          TO CALC-OP-NOME.
075300     MOVE WRK-AUTORIZACOES  TO CALC-OP-AUTORIZACOES.
075400     MOVE WRK-APROVADOR     TO CALC-OP-APROVADOR.
075500     MOVE WRK-CONTROLADORIA TO CALC-OP-CONTROLADORIA.
075600     MOVE WRK-ADMSEG        TO CALC-OP-ADMSEG.
075700     MOVE WRK-SG-DATA       TO CALC-OP-DATA-ALTERACAO.
075800     MOVE WRK-CA-OPERADOR   TO CALC-OP-ADMIN-ALTERACAO.
075900     REWRITE CALC-OPR-RECORD
076000         INVALID KEY
076100             MOVE "ERRO AO REGRAVAR O OPERADOR" TO WRK-MSG
076200             GO TO 2300-FECHA
076300     END-REWRITE.
076400     MOVE WRK-AUTORIZACOES  TO WRK-PD-AUTORIZACOES.
076500     MOVE WRK-APROVADOR     TO WRK-PD-APROVADOR.
076600     MOVE WRK-CONTROLADORIA TO WRK-PD-CONTROLADORIA.
076700     MOVE WRK-ADMSEG        TO WRK-PD-ADMSEG.
076800     MOVE "AL" TO WRK-SG-TIPO.
076900     MOVE SPACES TO WRK-SG-DESCRICAO.
077000     STRING "AUT/APR/CTL/ADM DE "    DELIMITED BY SIZE
077100            WRK-PERFIL-ANTES         DELIMITED BY SIZE
077200            " PARA "                 DELIMITED BY SIZE
077300            WRK-PERFIL-DEPOIS        DELIMITED BY SIZE
077400        INTO WRK-SG-DESCRICAO
077500     END-STRING.
077600     PERFORM 2800-LOG-ADMIN THRU 2800-EXIT.
077700     PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT.
077800     MOVE "OPERADOR ALTERADO" TO WRK-MSG.
077900     GO TO 2300-FECHA.
078000 2300-INCLUI.
078007     IF WRK-APROVADOR EQUAL SPACE
078014        MOVE "N" TO WRK-APROVADOR
078021     END-IF.
078028     IF WRK-CONTROLADORIA EQUAL SPACE
078035        MOVE "N" TO WRK-CONTROLADORIA
078042     END-IF.
078050     IF WRK-ADMSEG EQUAL SPACE
078057        MOVE "N" TO WRK-ADMSEG
078064     END-IF.
078071     PERFORM 2320-EDIT-PROFILE THRU 2320-EXIT.
078078     IF WRK-MSG NOT EQUAL SPACES
078085        GO TO 2300-FECHA
078092     END-IF.
078100     IF WRK-SENHA-INICIAL EQUAL SPACES
078200        MOVE "INFORME A SENHA INICIAL DO OPERADOR" TO WRK-MSG
078300        GO TO 2300-FECHA
078400     END-IF.
078500     PERFORM 2700-CHECK-PASSWORD THRU 2700-EXIT.
078600     IF WRK-MSG NOT EQUAL SPACES
078700        GO TO 2300-FECHA
078800     END-IF.
078900     MOVE SPACES            TO CALC-OPR-RECORD.
079000     MOVE WRK-ID            TO CALC-OP-ID.
079100     MOVE WRK-NOME          TO CALC-OP-NOME.
079200     MOVE WRK-AUTORIZACOES  TO CALC-OP-AUTORIZACOES.
079300     MOVE WRK-APROVADOR     TO CALC-OP-APROVADOR.
079400     MOVE WRK-CONTROLADORIA TO CALC-OP-CONTROLADORIA.
079500     MOVE WRK-ADMSEG        TO CALC-OP-ADMSEG.
079600     MOVE "A"               TO CALC-OP-SITUACAO.
079700     MOVE WRK-SENHA-INICIAL TO WRK-SH-SENHA.
079800     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
079900     MOVE WRK-SH-VALOR      TO CALC-OP-SENHA-HASH.
080000     MOVE WRK-SG-DATA       TO CALC-OP-DATA-SENHA.
080100     MOVE "S"               TO CALC-OP-TROCA-SENHA.
080200     MOVE ZERO              TO CALC-OP-TENTATIVAS.
080300     MOVE ZERO              TO CALC-OP-DATA-ULT-ASSIN.
080400     MOVE ZERO              TO CALC-OP-HORA-ULT-ASSIN.
080500     MOVE WRK-SG-DATA       TO CALC-OP-DATA-INCLUSAO.
080600     MOVE WRK-SG-DATA       TO CALC-OP-DATA-ALTERACAO.
080700     MOVE WRK-CA-OPERADOR   TO CALC-OP-ADMIN-ALTERACAO.
080800     WRITE CALC-OPR-RECORD
080900         INVALID KEY
081000             MOVE "ERRO AO GRAVAR O OPERADOR" TO WRK-MSG
081100             GO TO 2300-FECHA
081200     END-WRITE.
081300     MOVE WRK-AUTORIZACOES  TO WRK-PD-AUTORIZACOES.
081400     MOVE WRK-APROVADOR     TO WRK-PD-APROVADOR.
081500     MOVE WRK-CONTROLADORIA TO WRK-PD-CONTROLADORIA.
081600     MOVE WRK-ADMSEG        TO WRK-PD-ADMSEG.
081700     MOVE "IN" TO WRK-SG-TIPO.
081800     MOVE SPACES TO WRK-SG-DESCRICAO.
081900     STRING "INCLUIDO COM AUT/APR/CTL/ADM " DELIMITED BY SIZE
082000            WRK-PERFIL-DEPOIS               DELIMITED BY SIZE
082100        INTO WRK-SG-DESCRICAO
082200     END-STRING.
082300     PERFORM 2800-LOG-ADMIN THRU 2800-EXIT.
082400     PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT.
082500     MOVE "OPERADOR INCLUIDO - TROCA A SENHA AO ASSINAR"
082600         TO WRK-MSG.
082700 2300-FECHA.
082800     CLOSE CALC-OPR-FILE.
082900 2300-EXIT.
083000     EXIT.
083003
083006*----------------------------------------------------------------*
083009*  2320-EDIT-PROFILE - CRITICA O PERFIL A GRAVAR: NOME           *
083012*  OBRIGATORIO, S OU N EM CADA POSICAO DAS AUTORIZACOES E NAS    *
083016*  AUTORIDADES DE APROVADOR, CONTROLADORIA E ADMINISTRADOR DE    *
083019*  SEGURANCA. A FALHA VAI PARA WRK-MSG.                          *
083022*----------------------------------------------------------------*
083025 2320-EDIT-PROFILE.
083029     IF WRK-NOME EQUAL SPACES
083032        MOVE "INFORME O NOME DO OPERADOR" TO WRK-MSG
083035        GO TO 2320-EXIT
083038     END-IF.
083041     MOVE ZERO TO WRK-QTD-S.
083045     MOVE ZERO TO WRK-QTD-N.
083048     INSPECT WRK-AUTORIZACOES
083051         TALLYING WRK-QTD-S FOR ALL "S"
083054                  WRK-QTD-N FOR ALL "N".
083058     IF WRK-QTD-S + WRK-QTD-N NOT EQUAL 6
083061        MOVE "AUTORIZACOES: S OU N EM CADA UMA DAS 6 POSICOES"
083064            TO WRK-MSG
083067        GO TO 2320-EXIT
083070     END-IF.
083074     IF (WRK-APROVADOR NOT EQUAL "S" AND NOT EQUAL "N")
083077        OR (WRK-CONTROLADORIA NOT EQUAL "S" AND NOT EQUAL "N")
083080        OR (WRK-ADMSEG NOT EQUAL "S" AND NOT EQUAL "N")
083083        MOVE "APROVADOR, CONTROLADORIA E ADM. SEGURANCA: S OU N"
083087            TO WRK-MSG
083090     END-IF.
083093 2320-EXIT.
083096     EXIT.
083100
083200*----------------------------------------------------------------*
083300*  2350-OPEN-IO - ABRE O CALCOPR PARA ATUALIZACAO, CRIANDO-O     *
083400*  VAZIO NA PRIMEIRA INCLUSAO.                                   *
083500*----------------------------------------------------------------*
083600 2350-OPEN-IO.
083700     OPEN I-O CALC-OPR-FILE.
083800     IF CALC-OPR-STATUS EQUAL "35"
083900        OPEN OUTPUT CALC-OPR-FILE
084000        CLOSE CALC-OPR-FILE
084100        OPEN I-O CALC-OPR-FILE
084200     END-IF.
084300 2350-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------------*
084700*  2400-SUSPEND-OR-REACTIVATE - PF6, SO COM A TELA POSICIONADA   *
084800*  NO MESMO ID. ATIVO PASSA A SUSPENSO; SUSPENSO OU BLOQUEADO    *
084900*  VOLTA A ATIVO COM AS TENTATIVAS ZERADAS.                      *
085000*----------------------------------------------------------------*
085100 2400-SUSPEND-OR-REACTIVATE.
085200     IF NOT WRK-CA-POSICIONADO
085300        OR WRK-CA-ID NOT EQUAL WRK-ID
085400        PERFORM 2100-INQUIRE THRU 2100-EXIT
085500        MOVE "CONFIRA O OPERADOR E TECLE PF6 NOVAMENTE"
085600            TO WRK-MSG
085700        GO TO 2400-EXIT
085800     END-IF.
085900     IF WRK-ID EQUAL WRK-CA-OPERADOR
086000        MOVE "O ADMINISTRADOR NAO SUSPENDE O PROPRIO ID"
086100            TO WRK-MSG
086200        GO TO 2400-EXIT
086300     END-IF.
086400     MOVE SPACES TO CALCAO.
086500     MOVE WRK-ID TO SOIDO.
086600     PERFORM 2350-OPEN-IO THRU 2350-EXIT.
086700     IF CALC-OPR-STATUS NOT = "00"
086800        MOVE "ERRO AO ABRIR O CALCOPR" TO WRK-MSG
086900        GO TO 2400-EXIT
087000     END-IF.
087100     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
087200     IF WRK-NOT-FOUND
087300        MOVE "A"    TO WRK-CA-ESTADO
087400        MOVE SPACES TO WRK-CA-ID
087500        MOVE "OPERADOR NAO CADASTRADO" TO WRK-MSG
087600        GO TO 2400-FECHA
087700     END-IF.
087800     MOVE SPACES TO WRK-SG-DESCRICAO.
087900     EVALUATE CALC-OP-SITUACAO
088000         WHEN "S"
088100            MOVE "RE" TO WRK-SG-TIPO
088200            MOVE "OPERADOR REATIVADO (ESTAVA SUSPENSO)"
088300                TO WRK-SG-DESCRICAO
088400            MOVE "OPERADOR REATIVADO" TO WRK-MSG
088500         WHEN "B"
088600            MOVE "RE" TO WRK-SG-TIPO
088700            MOVE "OPERADOR DESBLOQUEADO (ESTAVA BLOQUEADO)"
088800                TO WRK-SG-DESCRICAO
088900            MOVE "OPERADOR DESBLOQUEADO" TO WRK-MSG
089000         WHEN OTHER
089100            MOVE "SU" TO WRK-SG-TIPO
089200            MOVE "OPERADOR SUSPENSO" TO WRK-SG-DESCRICAO
089300            MOVE "OPERADOR SUSPENSO" TO WRK-MSG
089400     END-EVALUATE.
089500     IF WRK-SG-TIPO EQUAL "SU"
089600        MOVE "S" TO CALC-OP-SITUACAO
089700     ELSE
089800        MOVE "A"  TO CALC-OP-SITUACAO
089900        MOVE ZERO TO CALC-OP-TENTATIVAS
090000     END-IF.
090100     MOVE WRK-SG-DATA     TO CALC-OP-DATA-ALTERACAO.
090200     MOVE WRK-CA-OPERADOR TO CALC-OP-ADMIN-ALTERACAO.
090300     REWRITE CALC-OPR-RECORD
090400         INVALID KEY
090500             MOVE "ERRO AO REGRAVAR O OPERADOR" TO WRK-MSG
090600             GO TO 2400-FECHA
090700     END-REWRITE.
090800     PERFORM 2800-LOG-ADMIN THRU 2800-EXIT.
090900     PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT.
091000 2400-FECHA.
091100     CLOSE CALC-OPR-FILE.
091200 2400-EXIT.
091300     EXIT.
091400
091500*----------------------------------------------------------------*
091600*  2500-DELETE-OPERATOR - PF9, SO COM A TELA POSICIONADA NO      *
091700*  MESMO ID. EXCLUI O PERFIL; O LOG DE SEGURANCA GUARDA O NOME   *
091800*  E AS AUTORIZACOES QUE O ID TINHA.                             *
091900*----------------------------------------------------------------*
092000 2500-DELETE-OPERATOR.
092100     IF NOT WRK-CA-POSICIONADO
092200        OR WRK-CA-ID NOT EQUAL WRK-ID
092300        PERFORM 2100-INQUIRE THRU 2100-EXIT
092400        MOVE "CONFIRA O OPERADOR E TECLE PF9 PARA EXCLUIR"
092500            TO WRK-MSG
092600        GO TO 2500-EXIT
092700     END-IF.
092800     IF WRK-ID EQUAL WRK-CA-OPERADOR
092900        MOVE "O ADMINISTRADOR NAO EXCLUI O PROPRIO ID" TO WRK-MSG
093000        GO TO 2500-EXIT
093100     END-IF.
093200     MOVE SPACES TO CALCAO.
093300     MOVE WRK-ID TO SOIDO.
093400     MOVE "A"    TO WRK-CA-ESTADO.
093500     MOVE SPACES TO WRK-CA-ID.
093600     PERFORM 2350-OPEN-IO THRU 2350-EXIT.
093700     IF CALC-OPR-STATUS NOT = "00"
093800        MOVE "ERRO AO ABRIR O CALCOPR" TO WRK-MSG
093900        GO TO 2500-EXIT
094000     END-IF.
094100     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
094200     IF WRK-NOT-FOUND
094300        MOVE "OPERADOR NAO CADASTRADO" TO WRK-MSG
094400        GO TO 2500-FECHA
094500     END-IF.
094600     MOVE CALC-OP-AUTORIZACOES  TO WRK-PA-AUTORIZACOES.
094700     MOVE CALC-OP-APROVADOR     TO WRK-PA-APROVADOR.
094800     MOVE CALC-OP-CONTROLADORIA TO WRK-PA-CONTROLADORIA.
094900     MOVE CALC-OP-ADMSEG        TO WRK-PA-ADMSEG.
095000     MOVE CALC-OP-NOME          TO WRK-NOME.
095100     DELETE CALC-OPR-FILE
095200         INVALID KEY
095300             MOVE "ERRO AO EXCLUIR O OPERADOR" TO WRK-MSG
095400             GO TO 2500-FECHA
095500     END-DELETE.
095600     MOVE "EX" TO WRK-SG-TIPO.
095700     MOVE SPACES TO WRK-SG-DESCRICAO.
095800     STRING WRK-NOME          DELIMITED BY SIZE
095900            " "               DELIMITED BY SIZE
096000            WRK-PERFIL-ANTES  DELIMITED BY SIZE
096100        INTO WRK-SG-DESCRICAO
096200     END-STRING.
096300     PERFORM 2800-LOG-ADMIN THRU 2800-EXIT.
096400     MOVE "OPERADOR EXCLUIDO" TO WRK-MSG.
096500 2500-FECHA.
096600     CLOSE CALC-OPR-FILE.
096700 2500-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------------*
097100*  2600-RESET-PASSWORD - PF10, SO COM A TELA POSICIONADA NO      *
097200*  MESMO ID. GRAVA A SENHA INICIAL DIGITADA COM TROCA            *
097300*  OBRIGATORIA NA PROXIMA ASSINATURA, ZERA AS TENTATIVAS E       *
097400*  DESBLOQUEIA (SUSPENSO CONTINUA SUSPENSO). A PROPRIA SENHA O   *
097500*  ADMINISTRADOR TROCA NA ASSINATURA, COMO QUALQUER OPERADOR.    *
097600*----------------------------------------------------------------*
097700 2600-RESET-PASSWORD.
097800     IF NOT WRK-CA-POSICIONADO
097900        OR WRK-CA-ID NOT EQUAL WRK-ID
098000        PERFORM 2100-INQUIRE THRU 2100-EXIT
098100        MOVE "CONFIRA O OPERADOR, INFORME A SENHA E TECLE PF10"
098200            TO WRK-MSG
098300        GO TO 2600-EXIT
098400     END-IF.
098500     MOVE SSENI TO WRK-SENHA-INICIAL.
098600     INSPECT WRK-SENHA-INICIAL
098700         REPLACING ALL LOW-VALUE BY SPACE.
098800     MOVE SPACES TO CALCAO.
098900     MOVE WRK-ID TO SOIDO.
099000     IF WRK-ID EQUAL WRK-CA-OPERADOR
099100        MOVE "A PROPRIA SENHA SE TROCA NA ASSINATURA" TO WRK-MSG
099200        GO TO 2600-EXIT
099300     END-IF.
099400     IF WRK-SENHA-INICIAL EQUAL SPACES
099500        MOVE "INFORME A NOVA SENHA INICIAL E TECLE PF10"
099600            TO WRK-MSG
099700        GO TO 2600-EXIT
099800     END-IF.
099900     PERFORM 2700-CHECK-PASSWORD THRU 2700-EXIT.
100000     IF WRK-MSG NOT EQUAL SPACES
100100        GO TO 2600-EXIT
100200     END-IF.
100300     PERFORM 2350-OPEN-IO THRU 2350-EXIT.
100400     IF CALC-OPR-STATUS NOT = "00"
100500        MOVE "ERRO AO ABRIR O CALCOPR" TO WRK-MSG
100600        GO TO 2600-EXIT
100700     END-IF.
100800     PERFORM 2150-READ-OPERATOR THRU 2150-EXIT.
100900     IF WRK-NOT-FOUND
101000        MOVE "A"    TO WRK-CA-ESTADO
101100        MOVE SPACES TO WRK-CA-ID
101200        MOVE "OPERADOR NAO CADASTRADO" TO WRK-MSG
101300        GO TO 2600-FECHA
101400     END-IF.
101500     MOVE WRK-SENHA-INICIAL TO WRK-SH-SENHA.
101600     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
101700     MOVE WRK-SH-VALOR    TO CALC-OP-SENHA-HASH.
101800     MOVE WRK-SG-DATA     TO CALC-OP-DATA-SENHA.
101900     MOVE "S"             TO CALC-OP-TROCA-SENHA.
102000     MOVE ZERO            TO CALC-OP-TENTATIVAS.
102100     IF CALC-OP-SITUACAO EQUAL "B"
102200        MOVE "A" TO CALC-OP-SITUACAO
102300     END-IF.
102400     MOVE WRK-SG-DATA     TO CALC-OP-DATA-ALTERACAO.
102500     MOVE WRK-CA-OPERADOR TO CALC-OP-ADMIN-ALTERACAO.
102600     REWRITE CALC-OPR-RECORD
102700         INVALID KEY
102800             MOVE "ERRO AO REGRAVAR O OPERADOR" TO WRK-MSG
102900             GO TO 2600-FECHA
103000     END-REWRITE.
103100     MOVE "RS" TO WRK-SG-TIPO.
103200     MOVE "SENHA REINICIADA PELO ADMINISTRADOR - TROCA PENDENTE"
103300         TO WRK-SG-DESCRICAO.
103400     PERFORM 2800-LOG-ADMIN THRU 2800-EXIT.
103500     PERFORM 2200-SHOW-OPERATOR THRU 2200-EXIT.
103600     MOVE "SENHA REINICIADA - TROCA NA PROXIMA ASSINATURA"
103700         TO WRK-MSG.
103800 2600-FECHA.
103900     CLOSE CALC-OPR-FILE.
104000 2600-EXIT.
104100     EXIT.
104200
104300*----------------------------------------------------------------*
104400*  2700-CHECK-PASSWORD - A SENHA INICIAL SEGUE A MESMA REGRA DA  *
104500*  TROCA NA ASSINATURA: DE 6 A 8 POSICOES. RECUSADA, DEIXA A     *
104600*  MENSAGEM EM WRK-MSG.                                          *
104700*----------------------------------------------------------------*
104800 2700-CHECK-PASSWORD.
104900     MOVE ZERO TO WRK-SENHA-BRANCOS.
105000     INSPECT WRK-SENHA-INICIAL
105100         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
105200     IF WRK-SENHA-BRANCOS GREATER THAN 2
105300        OR WRK-SENHA-INICIAL(1:1) EQUAL SPACE
105400        MOVE "SENHA INICIAL DEVE TER DE 6 A 8 POSICOES" TO WRK-MSG
105500     END-IF.
105600 2700-EXIT.
105700     EXIT.
105800
105900*----------------------------------------------------------------*
106000*  2800-LOG-ADMIN - LEVA AO LOG DE SEGURANCA A MUDANCA FEITA     *
106100*  PELO ADMINISTRADOR ASSINADO NO ID DA TELA.                    *
106200*----------------------------------------------------------------*
106300 2800-LOG-ADMIN.
106400     MOVE WRK-ID          TO WRK-SG-OPERADOR.
106500     MOVE WRK-CA-OPERADOR TO WRK-SG-ADMIN.
106600     PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT.
106700 2800-EXIT.
106800     EXIT.
106900
107000*----------------------------------------------------------------*
107100*  2900-SEND-MAP - MANDA A TELA CALCA COM A MENSAGEM DE WRK-MSG. *
107200*----------------------------------------------------------------*
107300 2900-SEND-MAP.
107400     MOVE WRK-MSG TO MSGAO.
107500     EXEC CICS SEND MAP("CALCA")
107600         MAPSET("CALCMAP")
107700         ERASE
107800         FROM(CALCAO)
107900     END-EXEC.
108000 2900-EXIT.
108100     EXIT.
