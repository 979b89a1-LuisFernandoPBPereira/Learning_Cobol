000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCIPC.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO ONLINE.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. TRANSACAO CICS CIPC, TELA *
001200*                   CALC8 (MAPSET CALCMAP): MANUTENCAO DO        *
001300*                   CADASTRO DE INSTRUCOES PERMANENTES (CALCIPM).*
001400*                   ENTER CONSULTA A INSTRUCAO DIGITADA; PF5     *
001500*                   INCLUI A INSTRUCAO NOVA (ATIVA) OU ALTERA A  *
001600*                   JA CADASTRADA DEPOIS DE CONSULTADA; PF6      *
001700*                   SUSPENDE A ATIVA OU REATIVA A SUSPENSA; PF9  *
001800*                   ENCERRA A INSTRUCAO. A INSTRUCAO NUNCA E     *
001900*                   EXCLUIDA: A ENCERRADA FICA NO CADASTRO COM A *
002000*                   DATA DA ULTIMA GERACAO. AS CRITICAS SAO AS   *
002100*                   DO CALCEDIT (OPERACAO 1-6, USO DO ACUMULADO  *
002200*                   SO EM SET, CONTA ABERTA NO CALCCTA QUE ACEITE*
002300*                   A MOEDA), PARA QUE O LOTE GERADO PELO CALCIPG*
002400*                   NAO CAIA NO CALCSUS.                         *
002500* 15/10/2026 JH     TRANSACAO PASSA A EXIGIR ASSINATURA NA TELA  *
002600*                   CALC0 COM SENHA. INCLUSAO E ALTERACAO GRAVAM *
002700*                   O OPERADOR COMO RESPONSAVEL E DEIXAM A       *
002800*                   INSTRUCAO PENDENTE; PF10 APROVA, SO POR      *
002900*                   OUTRO OPERADOR COM AUTORIDADE DE APROVADOR.  *
003000*                   CAMPOS DA CALC8 COM FSET: A ALTERACAO NAO    *
003100*                   OBRIGA MAIS A REDIGITAR A INSTRUCAO.         *
003200*----------------------------------------------------------------*
003300 ENVIRONMENT             DIVISION.
003400 INPUT-OUTPUT            SECTION.
003500 FILE-CONTROL.
003600     SELECT CALC-IPM-FILE    ASSIGN TO CALCIPM
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE  IS DYNAMIC
003900         RECORD KEY   IS CALC-IP-ID
004000         FILE STATUS  IS CALC-IPM-STATUS.
004100
004200     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE  IS DYNAMIC
004500         RECORD KEY   IS CALC-CT-CONTA
004600         FILE STATUS  IS CALC-CTA-STATUS.
004700
004800     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE  IS DYNAMIC
005100         RECORD KEY   IS CALC-OP-ID
005200         FILE STATUS  IS CALC-OPR-STATUS.
005300
005400     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE  IS DYNAMIC
005700         RECORD KEY   IS CALC-SG-CHAVE
005800         FILE STATUS  IS CALC-SGL-STATUS.
005900
006000 DATA                    DIVISION.
006100 FILE                    SECTION.
006200 FD  CALC-IPM-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CALCIPM.
006500
006600 FD  CALC-CTA-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CALCCTA.
006900
007000 FD  CALC-OPR-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY CALCOPR.
007300
007400 FD  CALC-SGL-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY CALCSGL.
007700*
007800 WORKING-STORAGE         SECTION.
007900     COPY DFHAID.
008000*
008100 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
008200 77  CALC-IPM-STATUS      PIC X(02) VALUE "00".
008300 77  CALC-CTA-STATUS      PIC X(02) VALUE "00".
008400 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
008500 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
008600 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
008700 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
008800 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
008900 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
009000 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
009100 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
009200 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
009300 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
009400 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
009500     88  WRK-SIGNON-OK              VALUE "Y".
009600 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
009700     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
009800 77  WRK-SGL-SW           PIC X(01) VALUE "N".
009900     88  WRK-SGL-GRAVADO            VALUE "Y".
010000 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
010100 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
010200 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
010300 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
010400 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
010500 01  WRK-SG-HORA-CS.
010600     05  WRK-SG-HORA      PIC 9(06).
010700     05  FILLER           PIC 9(02).
010800 01  WRK-SH-ENTRADA.
010900     05  WRK-SH-ID        PIC X(08).
011000     05  WRK-SH-SENHA     PIC X(08).
011100 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
011200 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
011300 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
011400 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
011500 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
011600 77  WRK-FOUND-SW         PIC X(01) VALUE "N".
011700     88  WRK-FOUND                  VALUE "Y".
011800     88  WRK-NOT-FOUND              VALUE "N".
011900 77  WRK-MSG              PIC X(79) VALUE SPACES.
012000 77  WRK-OPR-NOME         PIC X(30) VALUE SPACES.
012100 77  WRK-OPR-APROVADOR    PIC X(01) VALUE SPACES.
012200 77  WRK-OPR-ID-DIG       PIC X(08) VALUE SPACES.
012300 77  WRK-ID               PIC X(08) VALUE SPACES.
012400 77  WRK-DIA-X            PIC X(02) VALUE SPACES.
012500 77  WRK-LIN-IX           PIC 9(02) COMP VALUE ZERO.
012600 77  WRK-PASSO-IX         PIC 9(02) COMP VALUE ZERO.
012700 77  WRK-PASSO-QTD        PIC 9(02) COMP VALUE ZERO.
012800 77  WRK-LIN-NUM          PIC 9(01) VALUE ZERO.
012900 77  WRK-MOEDA-TR         PIC X(03) VALUE SPACES.
013000 77  WRK-MOEDA-CT         PIC X(03) VALUE SPACES.
013100 01  WRK-EDIT-NUM         PIC -(16)9.99.
013200
013300 01  WRK-CURRENT-DATE.
013400     05  WRK-DATE-NUM     PIC 9(08).
013500
013600 01  WRK-COMMAREA.
013700     05  WRK-CA-ESTADO        PIC X(01).
013800         88  WRK-CA-ASSINADO            VALUE "A" "P".
013900         88  WRK-CA-POSICIONADO         VALUE "P".
014000     05  WRK-CA-OPERADOR      PIC X(08).
014100     05  WRK-CA-APROVADOR     PIC X(01).
014200     05  WRK-CA-ID            PIC X(08).
014300
014400     COPY CALCMAP.
014500
014600 LINKAGE                 SECTION.
014700 01  DFHCOMMAREA          PIC X(18).
014800
014900 PROCEDURE               DIVISION.
015000
015100*----------------------------------------------------------------*
015200*  0000-MAINLINE - PRIMEIRA ENTRADA (EIBCALEN = 0) MANDA A TELA  *
015300*  DE ASSINATURA; DEPOIS, SEM OPERADOR ASSINADO TRATA A          *
015400*  ASSINATURA, E COM OPERADOR ASSINADO RECEBE A TELA E AGE       *
015500*  CONFORME A TECLA: ENTER CONSULTA, PF5 INCLUI/ALTERA, PF6      *
015600*  SUSPENDE/REATIVA, PF9 ENCERRA, PF10 APROVA E PF3 SAI.         *
015700*----------------------------------------------------------------*
015800 0000-MAINLINE.
015900     IF EIBCALEN EQUAL ZERO
016000        MOVE SPACES TO WRK-CA-ESTADO
016100        MOVE SPACES TO WRK-CA-OPERADOR
016200        MOVE SPACES TO WRK-CA-APROVADOR
016300        MOVE SPACES TO WRK-CA-ID
016400        PERFORM 0500-SEND-SIGNON-MAP THRU 0500-EXIT
016500     ELSE
016600        MOVE DFHCOMMAREA TO WRK-COMMAREA
016700        IF WRK-CA-ASSINADO
016800           PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
016900        ELSE
017000           PERFORM 1500-PROCESS-SIGNON THRU 1500-EXIT
017100        END-IF
017200     END-IF.
017300     EXEC CICS RETURN
017400         TRANSID("CIPC")
017500         COMMAREA(WRK-COMMAREA)
017600         LENGTH(18)
017700     END-EXEC.
017800
017900*----------------------------------------------------------------*
018000*  0500-SEND-SIGNON-MAP - MANDA A TELA DE ASSINATURA VAZIA.      *
018100*----------------------------------------------------------------*
018200 0500-SEND-SIGNON-MAP.
018300     MOVE SPACES TO CALC0O.
018400     EXEC CICS SEND MAP("CALC0")
018500         MAPSET("CALCMAP")
018600         ERASE
018700     END-EXEC.
018800 0500-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------------*
019200*  0590-RESEND-SIGNON - DEVOLVE A TELA DE ASSINATURA COM A       *
019300*  MENSAGEM JA COLOCADA EM MSG0O.                                *
019400*----------------------------------------------------------------*
019500 0590-RESEND-SIGNON.
019600     EXEC CICS SEND MAP("CALC0")
019700         MAPSET("CALCMAP")
019800         ERASE
019900         FROM(CALC0O)
020000     END-EXEC.
020100 0590-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------------*
020500*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
020600*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
020700*  (1700). ASSINADO, GUARDA NA COMMAREA O OPERADOR (RESPONSAVEL  *
020800*  PELAS INCLUSOES E ALTERACOES) E A AUTORIDADE DE APROVADOR     *
020900*  (PARA O PF10) E MANDA A TELA CALC8 VAZIA.                     *
021000*----------------------------------------------------------------*
021100 1500-PROCESS-SIGNON.
021200     IF EIBAID EQUAL DFHPF3
021300        EXEC CICS RETURN END-EXEC
021400     END-IF.
021500     EXEC CICS RECEIVE MAP("CALC0")
021600         MAPSET("CALCMAP")
021700         INTO(CALC0I)
021800         RESP(WRK-RESP)
021900     END-EXEC.
022000     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
022100        MOVE SPACES TO CALC0O
022200        MOVE "ERRO AO LER A TELA - REDIGITE" TO MSG0O
022300        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
022400        GO TO 1500-EXIT
022500     END-IF.
022600     IF OPIDI EQUAL SPACES OR OPIDI EQUAL LOW-VALUES
022700        MOVE SPACES TO CALC0O
022800        MOVE "INFORME O OPERADOR" TO MSG0O
022900        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
023000        GO TO 1500-EXIT
023100     END-IF.
023200     MOVE OPIDI TO WRK-OPR-ID-DIG.
023300     INSPECT WRK-OPR-ID-DIG
023400         REPLACING ALL LOW-VALUE BY SPACE.
023500     MOVE SENHI TO WRK-SENHA-DIG.
023600     MOVE NSENI TO WRK-NOVA-SENHA.
023700     MOVE CSENI TO WRK-CONF-SENHA.
023800     INSPECT WRK-SENHA-DIG
023900         REPLACING ALL LOW-VALUE BY SPACE.
024000     INSPECT WRK-NOVA-SENHA
024100         REPLACING ALL LOW-VALUE BY SPACE.
024200     INSPECT WRK-CONF-SENHA
024300         REPLACING ALL LOW-VALUE BY SPACE.
024400     IF WRK-SENHA-DIG EQUAL SPACES
024500        MOVE SPACES         TO CALC0O
024600        MOVE WRK-OPR-ID-DIG TO OPIDO
024700        MOVE "INFORME A SENHA" TO MSG0O
024800        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
024900        GO TO 1500-EXIT
025000     END-IF.
025100     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
025200     IF NOT WRK-SIGNON-OK
025300        MOVE SPACES         TO CALC0O
025400        MOVE WRK-OPR-ID-DIG TO OPIDO
025500        MOVE WRK-SIGNON-MSG TO MSG0O
025600        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
025700        GO TO 1500-EXIT
025800     END-IF.
025900     MOVE "A"            TO WRK-CA-ESTADO.
026000     MOVE WRK-OPR-ID-DIG TO WRK-CA-OPERADOR.
026100     MOVE WRK-OPR-APROVADOR TO WRK-CA-APROVADOR.
026200     MOVE SPACES         TO WRK-CA-ID.
026300     MOVE SPACES TO WRK-MSG.
026400     STRING "OPERADOR ASSINADO: " DELIMITED BY SIZE
026500            WRK-OPR-NOME          DELIMITED BY SIZE
026600        INTO WRK-MSG
026700     END-STRING.
026800     MOVE SPACES TO CALC8O.
026900     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
027000 1500-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------------*
027400*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
027500*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
027600*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
027700*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
027800*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
027900*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
028000*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
028100*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
028200*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
028300*----------------------------------------------------------------*
028400 1700-VALIDATE-SIGNON.
028500     MOVE "N"    TO WRK-SIGNON-SW.
028600     MOVE SPACES TO WRK-SIGNON-MSG.
028700     MOVE SPACES TO WRK-SG-TIPO.
028800     MOVE SPACES TO WRK-SG-DESCRICAO.
028900     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
029000     ACCEPT WRK-SG-HORA-CS FROM TIME.
029100     OPEN I-O CALC-OPR-FILE.
029200     IF CALC-OPR-STATUS NOT = "00"
029300        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
029400            TO WRK-SIGNON-MSG
029500        GO TO 1700-EXIT
029600     END-IF.
029700     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
029800     READ CALC-OPR-FILE
029900         INVALID KEY
030000             MOVE "OI" TO WRK-SG-TIPO
030100             MOVE "ID NAO CADASTRADO NO CALCOPR"
030200                 TO WRK-SG-DESCRICAO
030300             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
030400             GO TO 1700-FECHA
030500     END-READ.
030600     IF CALC-OP-SITUACAO EQUAL "S"
030700        MOVE "TS" TO WRK-SG-TIPO
030800        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
030900            TO WRK-SG-DESCRICAO
031000        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
031100            TO WRK-SIGNON-MSG
031200        GO TO 1700-FECHA
031300     END-IF.
031400     IF CALC-OP-SITUACAO EQUAL "B"
031500        MOVE "TB" TO WRK-SG-TIPO
031600        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
031700            TO WRK-SG-DESCRICAO
031800        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
031900            TO WRK-SIGNON-MSG
032000        GO TO 1700-FECHA
032100     END-IF.
032200     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
032300     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
032400     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
032500        ADD 1 TO CALC-OP-TENTATIVAS
032600        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
032700           MOVE "B"  TO CALC-OP-SITUACAO
032800           MOVE "BL" TO WRK-SG-TIPO
032900           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
033000               TO WRK-SG-DESCRICAO
033100           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
033200               TO WRK-SIGNON-MSG
033300        ELSE
033400           MOVE "FS" TO WRK-SG-TIPO
033500           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
033600           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
033700        END-IF
033800        REWRITE CALC-OPR-RECORD
033900        GO TO 1700-FECHA
034000     END-IF.
034100     MOVE "N" TO WRK-TROCA-SW.
034200     IF CALC-OP-TROCA-SENHA EQUAL "S"
034300        MOVE "Y" TO WRK-TROCA-SW
034400     ELSE
034500        COMPUTE WRK-SENHA-DIAS =
034600            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
034700          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
034800        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
034900           MOVE "Y" TO WRK-TROCA-SW
035000        END-IF
035100     END-IF.
035200     IF WRK-NOVA-SENHA EQUAL SPACES
035300        IF WRK-TROCA-OBRIGATORIA
035400           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
035500               TO WRK-SIGNON-MSG
035600           GO TO 1700-FECHA
035700        END-IF
035800     ELSE
035900        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
036000        IF WRK-SIGNON-MSG NOT EQUAL SPACES
036100           GO TO 1700-FECHA
036200        END-IF
036300     END-IF.
036400     MOVE ZERO        TO CALC-OP-TENTATIVAS.
036500     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
036600     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
036700     REWRITE CALC-OPR-RECORD.
036800     IF CALC-OPR-STATUS NOT = "00"
036900        MOVE SPACES TO WRK-SG-TIPO
037000        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
037100            TO WRK-SIGNON-MSG
037200        GO TO 1700-FECHA
037300     END-IF.
037400     MOVE "Y" TO WRK-SIGNON-SW.
037500     MOVE CALC-OP-NOME         TO WRK-OPR-NOME.
037600     MOVE CALC-OP-APROVADOR    TO WRK-OPR-APROVADOR.
037700 1700-FECHA.
037800     CLOSE CALC-OPR-FILE.
037900     IF WRK-SG-TIPO NOT EQUAL SPACES
038000        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
038100        MOVE SPACES         TO WRK-SG-ADMIN
038200        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
038300     END-IF.
038400 1700-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------*
038800*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
038900*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
039000*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
039100*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
039200*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
039300*----------------------------------------------------------------*
039400 1720-CHANGE-PASSWORD.
039500     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
039600        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
039700            TO WRK-SIGNON-MSG
039800        GO TO 1720-EXIT
039900     END-IF.
040000     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
040100        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
040200            TO WRK-SIGNON-MSG
040300        GO TO 1720-EXIT
040400     END-IF.
040500     MOVE ZERO TO WRK-SENHA-BRANCOS.
040600     INSPECT WRK-NOVA-SENHA
040700         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
040800     IF WRK-SENHA-BRANCOS GREATER THAN 2
040900        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
041000        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
041100            TO WRK-SIGNON-MSG
041200        GO TO 1720-EXIT
041300     END-IF.
041400     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
041500     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
041600     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
041700     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
041800     MOVE "N"          TO CALC-OP-TROCA-SENHA.
041900     MOVE "TR"         TO WRK-SG-TIPO.
042000     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
042100         TO WRK-SG-DESCRICAO.
042200 1720-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------*
042600*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
042700*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
042800*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
042900*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
043000*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
043100*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
043200*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
043300*  E REINICIAR AS SENHAS.                                        *
043400*----------------------------------------------------------------*
043500 1750-HASH-PASSWORD.
043600     MOVE CALC-OP-ID TO WRK-SH-ID.
043700     MOVE ZERO TO WRK-SH-VALOR.
043800     MOVE ZERO TO WRK-SH-IX.
043900     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
044000         UNTIL WRK-SH-IX NOT LESS THAN 16.
044100 1750-EXIT.
044200     EXIT.
044300
044400 1760-HASH-BYTE.
044500     ADD 1 TO WRK-SH-IX.
044600     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
044700         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
044800     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
044900         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
045000 1760-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------*
045400*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
045500*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
045600*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
045700*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
045800*----------------------------------------------------------------*
045900 1790-WRITE-SECLOG.
046000     OPEN I-O CALC-SGL-FILE.
046100     IF CALC-SGL-STATUS EQUAL "35"
046200        OPEN OUTPUT CALC-SGL-FILE
046300        CLOSE CALC-SGL-FILE
046400        OPEN I-O CALC-SGL-FILE
046500     END-IF.
046600     IF CALC-SGL-STATUS NOT = "00"
046700        GO TO 1790-EXIT
046800     END-IF.
046900     MOVE SPACES           TO CALC-SGL-RECORD.
047000     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
047100     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
047200     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
047300     MOVE ZERO             TO CALC-SG-SEQ.
047400     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
047500     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
047600     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
047700     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
047800     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
047900     MOVE "N" TO WRK-SGL-SW.
048000     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
048100         UNTIL WRK-SGL-GRAVADO
048200            OR CALC-SG-SEQ NOT LESS THAN 999.
048300     CLOSE CALC-SGL-FILE.
048400 1790-EXIT.
048500     EXIT.
048600
048700 1795-TRY-WRITE-SECLOG.
048800     ADD 1 TO CALC-SG-SEQ.
048900     WRITE CALC-SGL-RECORD
049000         INVALID KEY
049100             GO TO 1795-EXIT
049200     END-WRITE.
049300     MOVE "Y" TO WRK-SGL-SW.
049400 1795-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------*
049800*  2000-RECEIVE-AND-PROCESS - LE A TELA, NORMALIZA O CODIGO DA   *
049900*  INSTRUCAO DIGITADO E DESPACHA A TECLA.                        *
050000*----------------------------------------------------------------*
050100 2000-RECEIVE-AND-PROCESS.
050200     IF EIBAID EQUAL DFHPF3
050300        EXEC CICS RETURN END-EXEC
050400     END-IF.
050500     EXEC CICS RECEIVE MAP("CALC8")
050600         MAPSET("CALCMAP")
050700         INTO(CALC8I)
050800         RESP(WRK-RESP)
050900     END-EXEC.
051000     MOVE SPACES TO WRK-MSG.
051100     IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
051200        MOVE SPACES TO CALC8O
051300        MOVE "ERRO AO LER A TELA - REDIGITE OS DADOS" TO WRK-MSG
051400        PERFORM 2900-SEND-MAP THRU 2900-EXIT
051500        GO TO 2000-EXIT
051600     END-IF.
051700     IF IIDI EQUAL SPACES OR IIDI EQUAL LOW-VALUES
051800        MOVE SPACES TO CALC8O
051900        MOVE "INFORME A INSTRUCAO" TO WRK-MSG
052000        PERFORM 2900-SEND-MAP THRU 2900-EXIT
052100        GO TO 2000-EXIT
052200     END-IF.
052300     MOVE IIDI TO WRK-ID.
052400     INSPECT WRK-ID
052500         REPLACING ALL LOW-VALUE BY SPACE.
052600     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
052700     EVALUATE TRUE
052800         WHEN EIBAID EQUAL DFHPF5
052900             PERFORM 2300-ADD-OR-CHANGE THRU 2300-EXIT
053000         WHEN EIBAID EQUAL DFHPF6
053100             PERFORM 2400-SUSPEND-OR-RESUME THRU 2400-EXIT
053200         WHEN EIBAID EQUAL DFHPF9
053300             PERFORM 2500-CLOSE-INSTRUCTION THRU 2500-EXIT
053400         WHEN EIBAID EQUAL DFHPF10
053500             PERFORM 2550-APPROVE-INSTRUCTION THRU 2550-EXIT
053600         WHEN OTHER
053700             PERFORM 2100-INQUIRE THRU 2100-EXIT
053800     END-EVALUATE.
053900     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
054000 2000-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------------*
054400*  2100-INQUIRE - LE A INSTRUCAO NO CADASTRO E MOSTRA OS DADOS.  *
054500*  A INSTRUCAO AINDA NAO APROVADA MOSTRA QUEM A INCLUIU OU       *
054600*  ALTEROU.                                                      *
054700*----------------------------------------------------------------*
054800 2100-INQUIRE.
054900     MOVE SPACES TO CALC8O.
055000     MOVE WRK-ID TO IIDO.
055100     MOVE "A" TO WRK-CA-ESTADO.
055200     OPEN INPUT CALC-IPM-FILE.
055300     IF CALC-IPM-STATUS NOT = "00"
055400        MOVE "CADASTRO VAZIO - PF5 INCLUI A INSTRUCAO" TO WRK-MSG
055500        GO TO 2100-EXIT
055600     END-IF.
055700     PERFORM 2150-READ-INSTRUCTION THRU 2150-EXIT.
055800     CLOSE CALC-IPM-FILE.
055900     IF WRK-NOT-FOUND
056000        MOVE "INSTRUCAO NAO CADASTRADA - PF5 INCLUI A INSTRUCAO"
056100            TO WRK-MSG
056200        GO TO 2100-EXIT
056300     END-IF.
056400     PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT.
056500     EVALUATE CALC-IP-SITUACAO
056600         WHEN "E"
056700             MOVE "INSTRUCAO ENCERRADA" TO WRK-MSG
056800         WHEN "S"
056900             MOVE "INSTRUCAO SUSPENSA - PF5 ALTERA  PF6 REATIVA"
057000                 TO WRK-MSG
057100         WHEN OTHER
057200             MOVE "PF5 ALTERA  PF6 SUSPENDE  PF9 ENCERRA"
057300                 TO WRK-MSG
057400     END-EVALUATE.
057500     IF CALC-IP-SITUACAO NOT EQUAL "E"
057600           AND CALC-IP-APROVACAO NOT EQUAL "A"
057700        MOVE SPACES TO WRK-MSG
057800        STRING "PENDENTE DE APROVACAO (PF10) - ALTERADA POR "
057900                                 DELIMITED BY SIZE
058000               CALC-IP-RESPONSAVEL DELIMITED BY SPACE
058100           INTO WRK-MSG
058200        END-STRING
058300     END-IF.
058400 2100-EXIT.
058500     EXIT.
058600
058700 2150-READ-INSTRUCTION.
058800     MOVE "Y" TO WRK-FOUND-SW.
058900     MOVE WRK-ID TO CALC-IP-ID.
059000     READ CALC-IPM-FILE
059100         INVALID KEY
059200             MOVE "N" TO WRK-FOUND-SW
059300     END-READ.
059400 2150-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------*
059800*  2200-SHOW-INSTRUCTION - PREENCHE A TELA COM O REGISTRO LIDO E *
059900*  POSICIONA A COMMAREA NA INSTRUCAO. DATAS ZERADAS E OPERANDO   *
060000*  QUE O PASSO TOMA DO ACUMULADO FICAM EM BRANCO.                *
060100*----------------------------------------------------------------*
060200 2200-SHOW-INSTRUCTION.
060300     MOVE SPACES TO CALC8O.
060400     MOVE CALC-IP-ID           TO IIDO.
060500     MOVE CALC-IP-SITUACAO     TO ISITO.
060600     IF CALC-IP-ULT-GERACAO NOT EQUAL ZERO
060700        MOVE CALC-IP-ULT-GERACAO TO IULTO
060800     END-IF.
060900     MOVE CALC-IP-DESCRICAO    TO IDESO.
061000     MOVE CALC-IP-MOEDA        TO IMOEO.
061100     MOVE CALC-IP-CONTA        TO ICTAO.
061200     MOVE CALC-IP-TIPO         TO ITIPO.
061300     MOVE CALC-IP-FREQUENCIA   TO IFRQO.
061400     IF CALC-IP-DIA NOT EQUAL ZERO
061500        MOVE CALC-IP-DIA TO IDIAO
061600     END-IF.
061700     IF CALC-IP-DATA-ESPECIFICA NOT EQUAL ZERO
061800        MOVE CALC-IP-DATA-ESPECIFICA TO IESPO
061900     END-IF.
062000     MOVE CALC-IP-DATA-INICIO  TO IINIO.
062100     IF CALC-IP-DATA-FIM NOT EQUAL ZERO
062200        MOVE CALC-IP-DATA-FIM TO IFIMO
062300     END-IF.
062400     MOVE ZERO TO WRK-PASSO-IX.
062500     PERFORM 2250-SHOW-STEP THRU 2250-EXIT
062600         UNTIL WRK-PASSO-IX NOT LESS THAN CALC-IP-QTD-PASSOS
062700            OR WRK-PASSO-IX NOT LESS THAN 6.
062800     MOVE "P" TO WRK-CA-ESTADO.
062900     MOVE CALC-IP-ID TO WRK-CA-ID.
063000 2200-EXIT.
063100     EXIT.
063200
063300 2250-SHOW-STEP.
063400     ADD 1 TO WRK-PASSO-IX.
063500     IF CALC-IP-USO-ACUM(WRK-PASSO-IX) NOT EQUAL "1"
063600        MOVE CALC-IP-NUMERO1(WRK-PASSO-IX) TO WRK-EDIT-NUM
063700        MOVE WRK-EDIT-NUM TO PN1O(WRK-PASSO-IX)
063800     END-IF.
063900     IF CALC-IP-USO-ACUM(WRK-PASSO-IX) NOT EQUAL "2"
064000        MOVE CALC-IP-NUMERO2(WRK-PASSO-IX) TO WRK-EDIT-NUM
064100        MOVE WRK-EDIT-NUM TO PN2O(WRK-PASSO-IX)
064200     END-IF.
064300     MOVE CALC-IP-OPERACAO(WRK-PASSO-IX) TO POPO(WRK-PASSO-IX).
064400     MOVE CALC-IP-USO-ACUM(WRK-PASSO-IX) TO PACO(WRK-PASSO-IX).
064500 2250-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------------*
064900*  2300-ADD-OR-CHANGE - INSTRUCAO NOVA E INCLUIDA ATIVA. A JA    *
065000*  CADASTRADA SO E ALTERADA DEPOIS DE CONSULTADA (ENTER), PARA   *
065100*  NAO SOBREPOR A INSTRUCAO ERRADA, E NUNCA SE ESTIVER           *
065200*  ENCERRADA; A ALTERACAO PRESERVA A SITUACAO E A ULTIMA         *
065300*  GERACAO. A TELA E CRITICADA DIRETO NO REGISTRO (2600); COM    *
065400*  ERRO NADA E GRAVADO E A TELA VOLTA COMO FOI DIGITADA.         *
065500*  GRAVADA, A INSTRUCAO FICA COM O OPERADOR ASSINADO COMO        *
065600*  RESPONSAVEL E PENDENTE DE APROVACAO (PF10): O CALCIPG NAO A   *
065700*  GERA ATE OUTRO OPERADOR APROVAR.                              *
065800*----------------------------------------------------------------*
065900 2300-ADD-OR-CHANGE.
066000     PERFORM 2350-OPEN-IO THRU 2350-EXIT.
066100     IF CALC-IPM-STATUS NOT = "00"
066200        MOVE "ERRO AO ABRIR O CADASTRO DE INSTRUCOES (CALCIPM)"
066300            TO WRK-MSG
066400        GO TO 2300-EXIT
066500     END-IF.
066600     PERFORM 2150-READ-INSTRUCTION THRU 2150-EXIT.
066700     IF WRK-FOUND
066800        IF NOT WRK-CA-POSICIONADO
066900              OR WRK-CA-ID NOT EQUAL WRK-ID
067000           PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT
067100           MOVE "INSTRUCAO JA CADASTRADA - CONFIRA E TECLE PF5 "
067200               TO WRK-MSG(1:46)
067300           MOVE "PARA ALTERAR" TO WRK-MSG(47:12)
067400           GO TO 2300-FECHA
067500        END-IF
067600        IF CALC-IP-SITUACAO EQUAL "E"
067700           PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT
067800           MOVE "INSTRUCAO ENCERRADA NAO PODE SER ALTERADA"
067900               TO WRK-MSG
068000           GO TO 2300-FECHA
068100        END-IF
068200     ELSE
068300        MOVE SPACES TO CALC-IPM-RECORD
068400        MOVE WRK-ID TO CALC-IP-ID
068500        MOVE "A"    TO CALC-IP-SITUACAO
068600        MOVE ZERO   TO CALC-IP-ULT-GERACAO
068700     END-IF.
068800     PERFORM 2600-EDIT-SCREEN THRU 2600-EXIT.
068900     IF WRK-MSG NOT EQUAL SPACES
069000        GO TO 2300-FECHA
069100     END-IF.
069200     MOVE WRK-DATE-NUM TO CALC-IP-DATA-ALTERACAO.
069300     MOVE WRK-CA-OPERADOR TO CALC-IP-RESPONSAVEL.
069400     MOVE "P"             TO CALC-IP-APROVACAO.
069500     IF WRK-FOUND
069600        REWRITE CALC-IPM-RECORD
069700            INVALID KEY
069800                MOVE "ERRO NA REGRAVACAO DA INSTRUCAO" TO WRK-MSG
069900        END-REWRITE
070000     ELSE
070100        WRITE CALC-IPM-RECORD
070200            INVALID KEY
070300                MOVE "ERRO NA GRAVACAO DA INSTRUCAO" TO WRK-MSG
070400        END-WRITE
070500     END-IF.
070600     IF WRK-MSG EQUAL SPACES
070700        PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT
070800        IF WRK-FOUND
070900           MOVE "INSTRUCAO ALTERADA - AGUARDA APROVACAO (PF10)"
071000               TO WRK-MSG
071100        ELSE
071200           MOVE "INSTRUCAO INCLUIDA - AGUARDA APROVACAO (PF10)"
071300               TO WRK-MSG
071400        END-IF
071500     END-IF.
071600 2300-FECHA.
071700     CLOSE CALC-IPM-FILE.
071800 2300-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------------*
072200*  2350-OPEN-IO - ABRE O CADASTRO PARA ATUALIZACAO, CRIANDO O    *
072300*  ARQUIVO NA PRIMEIRA INCLUSAO.                                 *
072400*----------------------------------------------------------------*
072500 2350-OPEN-IO.
072600     OPEN I-O CALC-IPM-FILE.
072700     IF CALC-IPM-STATUS EQUAL "35"
072800        OPEN OUTPUT CALC-IPM-FILE
072900        CLOSE CALC-IPM-FILE
073000        OPEN I-O CALC-IPM-FILE
073100     END-IF.
073200 2350-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------*
073600*  2400-SUSPEND-OR-RESUME - PF6 NA INSTRUCAO CONSULTADA: ATIVA   *
073700*  VIRA SUSPENSA (O GERADOR A PULA E A APONTA NO REGISTRO) E     *
073800*  SUSPENSA VOLTA A ATIVA. ENCERRADA NAO E REATIVADA.            *
073900*----------------------------------------------------------------*
074000 2400-SUSPEND-OR-RESUME.
074100     IF NOT WRK-CA-POSICIONADO
074200           OR WRK-CA-ID NOT EQUAL WRK-ID
074300        PERFORM 2100-INQUIRE THRU 2100-EXIT
074400        IF WRK-CA-POSICIONADO
074500           MOVE "CONFIRA A INSTRUCAO E TECLE PF6 PARA SUSPENDER"
074600               TO WRK-MSG(1:46)
074700           MOVE "/REATIVAR" TO WRK-MSG(47:9)
074800        END-IF
074900        GO TO 2400-EXIT
075000     END-IF.
075100     OPEN I-O CALC-IPM-FILE.
075200     IF CALC-IPM-STATUS NOT = "00"
075300        MOVE "ERRO AO ABRIR O CADASTRO DE INSTRUCOES (CALCIPM)"
075400            TO WRK-MSG
075500        GO TO 2400-EXIT
075600     END-IF.
075700     PERFORM 2150-READ-INSTRUCTION THRU 2150-EXIT.
075800     IF WRK-NOT-FOUND
075900        MOVE "INSTRUCAO NAO CADASTRADA" TO WRK-MSG
076000        GO TO 2400-FECHA
076100     END-IF.
076200     IF CALC-IP-SITUACAO EQUAL "E"
076300        PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT
076400        MOVE "INSTRUCAO ENCERRADA NAO PODE SER REATIVADA"
076500            TO WRK-MSG
076600        GO TO 2400-FECHA
076700     END-IF.
076800     IF CALC-IP-SITUACAO EQUAL "S"
076900        MOVE "A" TO CALC-IP-SITUACAO
077000     ELSE
077100        MOVE "S" TO CALC-IP-SITUACAO
077200     END-IF.
077300     MOVE WRK-DATE-NUM TO CALC-IP-DATA-ALTERACAO.
077400     REWRITE CALC-IPM-RECORD
077500         INVALID KEY
077600             MOVE "ERRO NA REGRAVACAO DA INSTRUCAO" TO WRK-MSG
077700     END-REWRITE.
077800     PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT.
077900     IF WRK-MSG EQUAL SPACES
078000        IF CALC-IP-SITUACAO EQUAL "S"
078100           MOVE "INSTRUCAO SUSPENSA" TO WRK-MSG
078200        ELSE
078300           MOVE "INSTRUCAO REATIVADA" TO WRK-MSG
078400        END-IF
078500     END-IF.
078600 2400-FECHA.
078700     CLOSE CALC-IPM-FILE.
078800 2400-EXIT.
078900     EXIT.
079000
079100*----------------------------------------------------------------*
079200*  2500-CLOSE-INSTRUCTION - PF9 NA INSTRUCAO CONSULTADA: PASSA   *
079300*  A ENCERRADA E, SE A DATA FIM ESTAVA EM ABERTO OU NO FUTURO,   *
079400*  FECHA A VIGENCIA HOJE. DAQUI EM DIANTE O GERADOR A IGNORA.    *
079500*----------------------------------------------------------------*
079600 2500-CLOSE-INSTRUCTION.
079700     IF NOT WRK-CA-POSICIONADO
079800           OR WRK-CA-ID NOT EQUAL WRK-ID
079900        PERFORM 2100-INQUIRE THRU 2100-EXIT
080000        IF WRK-CA-POSICIONADO
080100           MOVE "CONFIRA A INSTRUCAO E TECLE PF9 PARA ENCERRAR"
080200               TO WRK-MSG
080300        END-IF
080400        GO TO 2500-EXIT
080500     END-IF.
080600     OPEN I-O CALC-IPM-FILE.
080700     IF CALC-IPM-STATUS NOT = "00"
080800        MOVE "ERRO AO ABRIR O CADASTRO DE INSTRUCOES (CALCIPM)"
080900            TO WRK-MSG
081000        GO TO 2500-EXIT
081100     END-IF.
081200     PERFORM 2150-READ-INSTRUCTION THRU 2150-EXIT.
081300     IF WRK-NOT-FOUND
081400        MOVE "INSTRUCAO NAO CADASTRADA" TO WRK-MSG
081500        GO TO 2500-FECHA
081600     END-IF.
081700     IF CALC-IP-SITUACAO EQUAL "E"
081800        PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT
081900        MOVE "INSTRUCAO JA ENCERRADA" TO WRK-MSG
082000        GO TO 2500-FECHA
082100     END-IF.
082200     MOVE "E" TO CALC-IP-SITUACAO.
082300     IF CALC-IP-DATA-FIM EQUAL ZERO
082400           OR CALC-IP-DATA-FIM GREATER THAN WRK-DATE-NUM
082500        MOVE WRK-DATE-NUM TO CALC-IP-DATA-FIM
082600     END-IF.
082700     MOVE WRK-DATE-NUM TO CALC-IP-DATA-ALTERACAO.
082800     REWRITE CALC-IPM-RECORD
082900         INVALID KEY
083000             MOVE "ERRO NA REGRAVACAO DA INSTRUCAO" TO WRK-MSG
083100     END-REWRITE.
083200     PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT.
083300     IF WRK-MSG EQUAL SPACES
083400        MOVE "INSTRUCAO ENCERRADA" TO WRK-MSG
083500     END-IF.
083600 2500-FECHA.
083700     CLOSE CALC-IPM-FILE.
083800 2500-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------*
084200*  2550-APPROVE-INSTRUCTION - PF10 NA INSTRUCAO CONSULTADA:      *
084300*  APROVA A INCLUSAO OU ALTERACAO PENDENTE, LIBERANDO-A PARA O   *
084400*  CALCIPG. SO OPERADOR COM AUTORIDADE DE APROVADOR APROVA, E    *
084500*  NUNCA A INSTRUCAO QUE ELE MESMO INCLUIU OU ALTEROU.           *
084600*----------------------------------------------------------------*
084700 2550-APPROVE-INSTRUCTION.
084800     IF WRK-CA-APROVADOR NOT EQUAL "S"
084900        MOVE "OPERADOR SEM AUTORIDADE DE APROVADOR" TO WRK-MSG
085000        GO TO 2550-EXIT
085100     END-IF.
085200     IF NOT WRK-CA-POSICIONADO
085300           OR WRK-CA-ID NOT EQUAL WRK-ID
085400        PERFORM 2100-INQUIRE THRU 2100-EXIT
085500        IF WRK-CA-POSICIONADO
085600           MOVE "CONFIRA A INSTRUCAO E TECLE PF10 PARA APROVAR"
085700               TO WRK-MSG
085800        END-IF
085900        GO TO 2550-EXIT
086000     END-IF.
086100     OPEN I-O CALC-IPM-FILE.
086200     IF CALC-IPM-STATUS NOT = "00"
086300        MOVE "ERRO AO ABRIR O CADASTRO DE INSTRUCOES (CALCIPM)"
086400            TO WRK-MSG
086500        GO TO 2550-EXIT
086600     END-IF.
086700     PERFORM 2150-READ-INSTRUCTION THRU 2150-EXIT.
086800     IF WRK-NOT-FOUND
086900        MOVE "INSTRUCAO NAO CADASTRADA" TO WRK-MSG
087000        GO TO 2550-FECHA
087100     END-IF.
087200     PERFORM 2200-SHOW-INSTRUCTION THRU 2200-EXIT.
087300     IF CALC-IP-SITUACAO EQUAL "E"
087400        MOVE "INSTRUCAO ENCERRADA NAO E APROVADA" TO WRK-MSG
087500        GO TO 2550-FECHA
087600     END-IF.
087700     IF CALC-IP-APROVACAO EQUAL "A"
087800        MOVE "INSTRUCAO JA APROVADA" TO WRK-MSG
087900        GO TO 2550-FECHA
088000     END-IF.
088100     IF CALC-IP-RESPONSAVEL EQUAL WRK-CA-OPERADOR
088200        MOVE "APROVACAO TEM DE SER DE OUTRO OPERADOR" TO WRK-MSG
088300        GO TO 2550-FECHA
088400     END-IF.
088500     MOVE "A" TO CALC-IP-APROVACAO.
088600     REWRITE CALC-IPM-RECORD
088700         INVALID KEY
088800             MOVE "ERRO NA REGRAVACAO DA INSTRUCAO" TO WRK-MSG
088900     END-REWRITE.
089000     IF WRK-MSG EQUAL SPACES
089100        MOVE "INSTRUCAO APROVADA" TO WRK-MSG
089200     END-IF.
089300 2550-FECHA.
089400     CLOSE CALC-IPM-FILE.
089500 2550-EXIT.
089600     EXIT.
089700
089800*----------------------------------------------------------------*
089900*  2600-EDIT-SCREEN - CRITICA A TELA E MONTA O REGISTRO: TIPO,   *
090000*  FREQUENCIA COM O DIA (SEMANAL 1-7, MENSAL 1-31) OU A DATA     *
090100*  ESPECIFICA, VIGENCIA (INICIO EM BRANCO = HOJE, FIM EM BRANCO  *
090200*  = SEM FIM), PASSOS E CONTA. A PRIMEIRA FALHA VAI PARA         *
090300*  WRK-MSG E ENCERRA A CRITICA.                                  *
090400*----------------------------------------------------------------*
090500 2600-EDIT-SCREEN.
090600     MOVE IDESI TO CALC-IP-DESCRICAO.
090700     INSPECT CALC-IP-DESCRICAO
090800         REPLACING ALL LOW-VALUE BY SPACE.
090900     IF CALC-IP-DESCRICAO EQUAL SPACES
091000        MOVE "INFORME A DESCRICAO DA INSTRUCAO" TO WRK-MSG
091100        GO TO 2600-EXIT
091200     END-IF.
091300     MOVE IMOEI TO CALC-IP-MOEDA.
091400     INSPECT CALC-IP-MOEDA
091500         REPLACING ALL LOW-VALUE BY SPACE.
091600     MOVE ICTAI TO CALC-IP-CONTA.
091700     INSPECT CALC-IP-CONTA
091800         REPLACING ALL LOW-VALUE BY SPACE.
091900     MOVE ITIPI TO CALC-IP-TIPO.
092000     IF CALC-IP-TIPO NOT EQUAL "A" AND CALC-IP-TIPO NOT EQUAL "S"
092100        MOVE "TIPO INVALIDO - A=AVULSA  S=SET ENCADEADO"
092200            TO WRK-MSG
092300        GO TO 2600-EXIT
092400     END-IF.
092500     PERFORM 2610-EDIT-FREQUENCY THRU 2610-EXIT.
092600     IF WRK-MSG NOT EQUAL SPACES
092700        GO TO 2600-EXIT
092800     END-IF.
092900     PERFORM 2620-EDIT-VALIDITY THRU 2620-EXIT.
093000     IF WRK-MSG NOT EQUAL SPACES
093100        GO TO 2600-EXIT
093200     END-IF.
093300     MOVE ZERO TO WRK-PASSO-IX.
093400     PERFORM 2640-CLEAR-STEP THRU 2640-EXIT
093500         UNTIL WRK-PASSO-IX NOT LESS THAN 6.
093600     MOVE ZERO TO WRK-PASSO-QTD.
093700     MOVE ZERO TO WRK-LIN-IX.
093800     PERFORM 2650-EDIT-STEP THRU 2650-EXIT
093900         UNTIL WRK-MSG NOT EQUAL SPACES
094000            OR WRK-LIN-IX NOT LESS THAN 6.
094100     IF WRK-MSG NOT EQUAL SPACES
094200        GO TO 2600-EXIT
094300     END-IF.
094400     IF CALC-IP-TIPO EQUAL "A" AND WRK-PASSO-QTD NOT EQUAL 1
094500        MOVE "INSTRUCAO AVULSA TEM EXATAMENTE UM PASSO" TO WRK-MSG
094600        GO TO 2600-EXIT
094700     END-IF.
094800     IF CALC-IP-TIPO EQUAL "S" AND WRK-PASSO-QTD LESS THAN 2
094900        MOVE "SET ENCADEADO TEM DE 2 A 6 PASSOS" TO WRK-MSG
095000        GO TO 2600-EXIT
095100     END-IF.
095200     MOVE WRK-PASSO-QTD TO CALC-IP-QTD-PASSOS.
095300     PERFORM 2680-CHECK-CONTA THRU 2680-EXIT.
095400 2600-EXIT.
095500     EXIT.
095600
095700*----------------------------------------------------------------*
095800*  2610-EDIT-FREQUENCY - D=DIARIA, S=SEMANAL (DIA 1=SEGUNDA ...  *
095900*  7=DOMINGO), M=MENSAL (DIA 1-31), E=DATA ESPECIFICA. O DIA     *
096000*  DIGITADO COM UMA POSICAO SO E ALINHADO A DIREITA.             *
096100*----------------------------------------------------------------*
096200 2610-EDIT-FREQUENCY.
096300     MOVE IFRQI TO CALC-IP-FREQUENCIA.
096400     MOVE ZERO TO CALC-IP-DIA.
096500     MOVE ZERO TO CALC-IP-DATA-ESPECIFICA.
096600     MOVE IDIAI TO WRK-DIA-X.
096700     INSPECT WRK-DIA-X
096800         REPLACING ALL LOW-VALUE BY SPACE.
096900     IF WRK-DIA-X(2:1) EQUAL SPACE
097000        MOVE WRK-DIA-X(1:1) TO WRK-DIA-X(2:1)
097100        MOVE "0" TO WRK-DIA-X(1:1)
097200     END-IF.
097300     EVALUATE CALC-IP-FREQUENCIA
097400         WHEN "D"
097500             CONTINUE
097600         WHEN "S"
097700             IF WRK-DIA-X NOT NUMERIC
097800                   OR WRK-DIA-X LESS THAN "01"
097900                   OR WRK-DIA-X GREATER THAN "07"
098000                MOVE "SEMANAL: DIA DA SEMANA DE 1=SEG A 7=DOM"
098100                    TO WRK-MSG
098200             ELSE
098300                MOVE WRK-DIA-X TO CALC-IP-DIA
098400             END-IF
098500         WHEN "M"
098600             IF WRK-DIA-X NOT NUMERIC
098700                   OR WRK-DIA-X LESS THAN "01"
098800                   OR WRK-DIA-X GREATER THAN "31"
098900                MOVE "MENSAL: DIA DO MES DE 1 A 31" TO WRK-MSG
099000             ELSE
099100                MOVE WRK-DIA-X TO CALC-IP-DIA
099200             END-IF
099300         WHEN "E"
099400             IF IESPI NOT NUMERIC
099500                MOVE "DATA ESPECIFICA: INFORME A DATA (AAAAMMDD)"
099600                    TO WRK-MSG
099700             ELSE
099800                MOVE IESPI TO CALC-IP-DATA-ESPECIFICA
099900             END-IF
100000         WHEN OTHER
100100             MOVE "FREQUENCIA INVALIDA - D, S, M OU E" TO WRK-MSG
100200     END-EVALUATE.
100300 2610-EXIT.
100400     EXIT.
100500
100600*----------------------------------------------------------------*
100700*  2620-EDIT-VALIDITY - INICIO E FIM DA VIGENCIA. A DATA         *
100800*  ESPECIFICA TEM DE CAIR DENTRO DELA.                           *
100900*----------------------------------------------------------------*
101000 2620-EDIT-VALIDITY.
101100     IF IINII EQUAL SPACES OR IINII EQUAL LOW-VALUES
101200        MOVE WRK-DATE-NUM TO CALC-IP-DATA-INICIO
101300     ELSE
101400        IF IINII NOT NUMERIC
101500           MOVE "DATA DE INICIO INVALIDA (AAAAMMDD)" TO WRK-MSG
101600           GO TO 2620-EXIT
101700        END-IF
101800        MOVE IINII TO CALC-IP-DATA-INICIO
101900     END-IF.
102000     IF IFIMI EQUAL SPACES OR IFIMI EQUAL LOW-VALUES
102100        MOVE ZERO TO CALC-IP-DATA-FIM
102200     ELSE
102300        IF IFIMI NOT NUMERIC
102400           MOVE "DATA FIM INVALIDA (AAAAMMDD)" TO WRK-MSG
102500           GO TO 2620-EXIT
102600        END-IF
102700        MOVE IFIMI TO CALC-IP-DATA-FIM
102800        IF CALC-IP-DATA-FIM LESS THAN CALC-IP-DATA-INICIO
102900           MOVE "DATA FIM ANTERIOR AO INICIO" TO WRK-MSG
103000           GO TO 2620-EXIT
103100        END-IF
103200     END-IF.
103300     IF CALC-IP-FREQUENCIA EQUAL "E"
103400        IF CALC-IP-DATA-ESPECIFICA LESS THAN CALC-IP-DATA-INICIO
103500              OR (CALC-IP-DATA-FIM NOT EQUAL ZERO
103600              AND CALC-IP-DATA-ESPECIFICA GREATER THAN
103700                  CALC-IP-DATA-FIM)
103800           MOVE "DATA ESPECIFICA FORA DA VIGENCIA" TO WRK-MSG
103900        END-IF
104000     END-IF.
104100 2620-EXIT.
104200     EXIT.
104300
104400 2640-CLEAR-STEP.
104500     ADD 1 TO WRK-PASSO-IX.
104600     MOVE ZERO  TO CALC-IP-NUMERO1(WRK-PASSO-IX).
104700     MOVE ZERO  TO CALC-IP-NUMERO2(WRK-PASSO-IX).
104800     MOVE SPACE TO CALC-IP-OPERACAO(WRK-PASSO-IX).
104900     MOVE SPACE TO CALC-IP-USO-ACUM(WRK-PASSO-IX).
105000 2640-EXIT.
105100     EXIT.
105200
105300*----------------------------------------------------------------*
105400*  2650-EDIT-STEP - CRITICA UMA LINHA DE PASSO: LINHA TODA EM    *
105500*  BRANCO E PULADA; AS DEMAIS VIRAM O PROXIMO PASSO. OPERACAO    *
105600*  1-6; USO DO ACUMULADO (AC) SO EM SET, 1 OU 2; O OPERANDO QUE  *
105700*  NAO VEM DO ACUMULADO E OBRIGATORIO E ENTRA POR NUMVAL (COMO   *
105800*  NO CALCENT).                                                  *
105900*----------------------------------------------------------------*
106000 2650-EDIT-STEP.
106100     ADD 1 TO WRK-LIN-IX.
106200     MOVE WRK-LIN-IX TO WRK-LIN-NUM.
106300     INSPECT CALC8-PASSO(WRK-LIN-IX)
106400         REPLACING ALL LOW-VALUE BY SPACE.
106500     IF PN1I(WRK-LIN-IX) EQUAL SPACES
106600           AND PN2I(WRK-LIN-IX) EQUAL SPACES
106700           AND POPI(WRK-LIN-IX) EQUAL SPACE
106800           AND PACI(WRK-LIN-IX) EQUAL SPACE
106900        GO TO 2650-EXIT
107000     END-IF.
107100     IF WRK-PASSO-QTD NOT LESS THAN 6
107200        GO TO 2650-EXIT
107300     END-IF.
107400     IF POPI(WRK-LIN-IX) LESS THAN "1"
107500           OR POPI(WRK-LIN-IX) GREATER THAN "6"
107600        MOVE "PASSO   : CODIGO DE OPERACAO INVALIDO (1-6)"
107700            TO WRK-MSG
107800        MOVE WRK-LIN-NUM TO WRK-MSG(7:1)
107900        GO TO 2650-EXIT
108000     END-IF.
108100     IF PACI(WRK-LIN-IX) NOT EQUAL SPACE
108200           AND PACI(WRK-LIN-IX) NOT EQUAL "1"
108300           AND PACI(WRK-LIN-IX) NOT EQUAL "2"
108400        MOVE "PASSO   : AC INVALIDO - BRANCO, 1 OU 2" TO WRK-MSG
108500        MOVE WRK-LIN-NUM TO WRK-MSG(7:1)
108600        GO TO 2650-EXIT
108700     END-IF.
108800     IF PACI(WRK-LIN-IX) NOT EQUAL SPACE
108900           AND CALC-IP-TIPO NOT EQUAL "S"
109000        MOVE "PASSO   : ACUMULADO SO PODE SER USADO EM SET"
109100            TO WRK-MSG
109200        MOVE WRK-LIN-NUM TO WRK-MSG(7:1)
109300        GO TO 2650-EXIT
109400     END-IF.
109500     IF (PN1I(WRK-LIN-IX) EQUAL SPACES
109600           AND PACI(WRK-LIN-IX) NOT EQUAL "1")
109700           OR (PN2I(WRK-LIN-IX) EQUAL SPACES
109800           AND PACI(WRK-LIN-IX) NOT EQUAL "2")
109900        MOVE "PASSO   : INFORME OS DOIS OPERANDOS" TO WRK-MSG
110000        MOVE WRK-LIN-NUM TO WRK-MSG(7:1)
110100        GO TO 2650-EXIT
110200     END-IF.
110300     ADD 1 TO WRK-PASSO-QTD.
110400     MOVE WRK-PASSO-QTD TO WRK-PASSO-IX.
110500     IF PACI(WRK-LIN-IX) NOT EQUAL "1"
110600        COMPUTE CALC-IP-NUMERO1(WRK-PASSO-IX) =
110700            FUNCTION NUMVAL(PN1I(WRK-LIN-IX))
110800     END-IF.
110900     IF PACI(WRK-LIN-IX) NOT EQUAL "2"
111000        COMPUTE CALC-IP-NUMERO2(WRK-PASSO-IX) =
111100            FUNCTION NUMVAL(PN2I(WRK-LIN-IX))
111200     END-IF.
111300     MOVE POPI(WRK-LIN-IX) TO CALC-IP-OPERACAO(WRK-PASSO-IX).
111400     MOVE PACI(WRK-LIN-IX) TO CALC-IP-USO-ACUM(WRK-PASSO-IX).
111500 2650-EXIT.
111600     EXIT.
111700
111800*----------------------------------------------------------------*
111900*  2680-CHECK-CONTA - CONTA INFORMADA TEM DE EXISTIR NO CADASTRO *
112000*  (CALCCTA), ESTAR ABERTA E ACEITAR A MOEDA DA INSTRUCAO - A    *
112100*  MESMA CRITICA DO CALCEDIT. CONTA EM BRANCO PASSA; SEM O       *
112200*  CADASTRO A CRITICA FICA COM O CALCEDIT NA GERACAO.            *
112300*----------------------------------------------------------------*
112400 2680-CHECK-CONTA.
112500     IF CALC-IP-CONTA EQUAL SPACES
112600        GO TO 2680-EXIT
112700     END-IF.
112800     OPEN INPUT CALC-CTA-FILE.
112900     IF CALC-CTA-STATUS NOT = "00"
113000        GO TO 2680-EXIT
113100     END-IF.
113200     MOVE CALC-IP-CONTA TO CALC-CT-CONTA.
113300     READ CALC-CTA-FILE
113400         INVALID KEY
113500             MOVE "CONTA NAO CADASTRADA NO CALCCTA" TO WRK-MSG
113600     END-READ.
113700     CLOSE CALC-CTA-FILE.
113800     IF WRK-MSG NOT EQUAL SPACES
113900        GO TO 2680-EXIT
114000     END-IF.
114100     IF CALC-CT-STATUS NOT EQUAL "AB"
114200        MOVE "CONTA ENCERRADA" TO WRK-MSG
114300        GO TO 2680-EXIT
114400     END-IF.
114500     MOVE CALC-IP-MOEDA TO WRK-MOEDA-TR.
114600     IF WRK-MOEDA-TR EQUAL SPACES
114700        MOVE "BRL" TO WRK-MOEDA-TR
114800     END-IF.
114900     MOVE CALC-CT-MOEDA TO WRK-MOEDA-CT.
115000     IF WRK-MOEDA-CT EQUAL SPACES
115100        GO TO 2680-EXIT
115200     END-IF.
115300     IF WRK-MOEDA-CT NOT EQUAL WRK-MOEDA-TR
115400        MOVE "MOEDA NAO ACEITA PELA CONTA" TO WRK-MSG
115500     END-IF.
115600 2680-EXIT.
115700     EXIT.
115800
115900*----------------------------------------------------------------*
116000*  2900-SEND-MAP - DEVOLVE A TELA COM OS CAMPOS E A MENSAGEM.    *
116100*----------------------------------------------------------------*
116200 2900-SEND-MAP.
116300     MOVE WRK-MSG TO MSG8O.
116400     EXEC CICS SEND MAP("CALC8")
116500         MAPSET("CALCMAP")
116600         FROM(CALC8O)
116700         ERASE
116800     END-EXEC.
116900 2900-EXIT.
117000     EXIT.
