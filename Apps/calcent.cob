002500*                   INTEIRO (NADA E GRAVADO). PAGINA ADICIONAL   *
002600*                   DO MESMO RUN-ID VIRA OUTRO LOTE COM O MESMO  *
002700*                   RUN-ID, QUE O CALCBAL SOMA NOS TRAILERS.     *
002710* 15/10/2026 JH     CONTA DIGITADA PASSA PELA CRITICA DO CADASTRO*
002720*                   DE CONTAS (CALCCTA) NA DATA DO MOVIMENTO,    *
002730*                   COMO NO CALCEDIT (MOTIVO 08): CONTA          *
002740*                   INEXISTENTE, ENCERRADA, FORA DE VIGENCIA OU  *
002750*                   QUE NAO ACEITA A MOEDA SEGURA O LOTE.        *
002760* 15/10/2026 JH     LOTE DIGITADO NAO VAI MAIS DIRETO PARA O     *
002770*                   CALCINR: FICA PENDENTE NO CALCPND ATE QUE    *
002780*                   OUTRO OPERADOR COM AUTORIDADE DE APROVADOR O *
002790*                   APROVE NA TRANSACAO CAPR (CALCAPR).          *
002791* 15/10/2026 JH     ASSINATURA COM SENHA (A CALC0 GANHOU SENHA,  *
002792*                   NOVA SENHA E CONFIRMACAO): SENHA VENCIDA OU  *
002793*                   AINDA INICIAL OBRIGA A TROCA, SENHAS ERRADAS *
002794*                   SEGUIDAS BLOQUEIAM O OPERADOR, OPERADOR      *
002795*                   SUSPENSO OU BLOQUEADO NAO ENTRA, E RECUSA,   *
002796*                   BLOQUEIO E TROCA DE SENHA VAO PARA O LOG DE  *
002797*                   SEGURANCA (CALCSGL). O CALCOPR PASSA A SER   *
002798*                   INDEXADO PELO ID, MANTIDO PELA TRANSACAO     *
002799*                   CADM (CALCADM).                              *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT             DIVISION.
003000 INPUT-OUTPUT            SECTION.
003100 FILE-CONTROL.
003200     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
003250         ORGANIZATION IS INDEXED
003300         ACCESS MODE  IS DYNAMIC
003350         RECORD KEY   IS CALC-OP-ID
003400         FILE STATUS  IS CALC-OPR-STATUS.
003500
003522     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
003544         ORGANIZATION IS INDEXED
003566         ACCESS MODE  IS DYNAMIC
003588         RECORD KEY   IS CALC-SG-CHAVE
003610         FILE STATUS  IS CALC-SGL-STATUS.
003632
003654     SELECT CALC-PND-FILE    ASSIGN TO CALCPND
003676         ORGANIZATION IS INDEXED
003698         ACCESS MODE  IS DYNAMIC
003720         RECORD KEY   IS CALC-PN-CHAVE
003742         FILE STATUS  IS CALC-PND-STATUS.
003764
003786     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
003808         ORGANIZATION IS INDEXED
003830         ACCESS MODE  IS DYNAMIC
003852         RECORD KEY   IS CALC-CT-CONTA
003874         FILE STATUS  IS CALC-CTA-STATUS.
003900
004000 DATA                    DIVISION.
004100 FILE                    SECTION.
004300     LABEL RECORDS ARE STANDARD.
004400     COPY CALCOPR.
004500
004600 FD  CALC-SGL-FILE
004700     LABEL RECORDS ARE STANDARD.
004720     COPY CALCSGL.
004740
004760 FD  CALC-PND-FILE
004780     LABEL RECORDS ARE STANDARD.
004800     COPY CALCPND.
004820
004840 FD  CALC-CTA-FILE
004860     LABEL RECORDS ARE STANDARD.
004880     COPY CALCCTA.
004900*
005000 WORKING-STORAGE         SECTION.
005100     COPY DFHAID.
005200*
005300 77  WRK-RESP             PIC S9(08) COMP VALUE ZERO.
005400 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
005401 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
005403 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
005404 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
005406 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
005407 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
005409 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
005410 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
005412 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
005414 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
005415 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
005417     88  WRK-SIGNON-OK              VALUE "Y".
005418 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
005420     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
005421 77  WRK-SGL-SW           PIC X(01) VALUE "N".
005423     88  WRK-SGL-GRAVADO            VALUE "Y".
005425 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
005426 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
005428 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
005429 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
005431 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
005432 01  WRK-SG-HORA-CS.
005434     05  WRK-SG-HORA      PIC 9(06).
005435     05  FILLER           PIC 9(02).
005437 01  WRK-SH-ENTRADA.
005439     05  WRK-SH-ID        PIC X(08).
005440     05  WRK-SH-SENHA     PIC X(08).
005442 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
005443 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
005445 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
005446 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
005448 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
005450 77  CALC-PND-STATUS      PIC X(02) VALUE "00".
005510 77  CALC-CTA-STATUS      PIC X(02) VALUE "00".
005520 77  WRK-CONTAS-SW        PIC X(01) VALUE "N".
005530     88  WRK-CONTAS-CARREGADAS      VALUE "Y".
005540 77  WRK-CTA-MOEDA        PIC X(03) VALUE SPACES.
006100 77  WRK-VALID-SW         PIC X(01) VALUE "Y".
006200     88  WRK-VALID                  VALUE "Y".
006300     88  WRK-INVALID                VALUE "N".
007100 01  WRK-DET-HASH         PIC S9(16)V99 VALUE ZEROS.
007200 77  WRK-RUN-ID           PIC X(06) VALUE SPACES.
007300 77  WRK-DATA-MOVTO       PIC 9(08) VALUE ZERO.
007320 01  WRK-CURRENT-DATE.
007340     05  WRK-DATE-NUM     PIC 9(08).
007360 01  WRK-CURRENT-TIME.
007380     05  WRK-TIME-NUM     PIC 9(08).
007400
007500 01  WRK-TRANS-IMAGE      PIC X(57) VALUE SPACES.
007600 01  WRK-TRANS-FIELDS REDEFINES WRK-TRANS-IMAGE.
008400
008500 01  WRK-DET-TABLE.
008600     05  WRK-DET-IMG      PIC X(57) OCCURS 6 TIMES.
009800
009900 01  WRK-COMMAREA.
010000     05  WRK-CA-ESTADO        PIC X(01).
016100     EXIT.
016200
016300*----------------------------------------------------------------*
016380*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
016460*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
016550*  (1700). ACEITA, GUARDA O OPERADOR E A MASCARA DE AUTORIZACOES *
016630*  NA COMMAREA E MANDA A TELA DE DIGITACAO; RECUSADA, VOLTA PARA *
016710*  A ASSINATURA COM A MENSAGEM.                                  *
016800*----------------------------------------------------------------*
016900 1500-PROCESS-SIGNON.
017000     IF EIBAID EQUAL DFHPF3
019000     MOVE OPIDI TO WRK-OPR-ID-DIG.
019100     INSPECT WRK-OPR-ID-DIG
019200         REPLACING ALL LOW-VALUE BY SPACE.
019222     MOVE SENHI TO WRK-SENHA-DIG.
019244     MOVE NSENI TO WRK-NOVA-SENHA.
019266     MOVE CSENI TO WRK-CONF-SENHA.
019288     INSPECT WRK-SENHA-DIG
019310         REPLACING ALL LOW-VALUE BY SPACE.
019332     INSPECT WRK-NOVA-SENHA
019354         REPLACING ALL LOW-VALUE BY SPACE.
019376     INSPECT WRK-CONF-SENHA
019398         REPLACING ALL LOW-VALUE BY SPACE.
019420     IF WRK-SENHA-DIG EQUAL SPACES
019442        MOVE SPACES         TO CALC0O
019464        MOVE WRK-OPR-ID-DIG TO OPIDO
019486        MOVE "INFORME A SENHA" TO MSG0O
019508        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
019530        GO TO 1500-EXIT
019552     END-IF.
019574     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
019596     IF NOT WRK-SIGNON-OK
019618        MOVE SPACES         TO CALC0O
019640        MOVE WRK-OPR-ID-DIG TO OPIDO
019662        MOVE WRK-SIGNON-MSG TO MSG0O
019700        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
019800        GO TO 1500-EXIT
019900     END-IF.
021400     EXIT.
021500
021600*----------------------------------------------------------------*
021630*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
021660*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
021690*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
021720*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
021750*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
021780*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
021810*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
021840*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
021870*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
021900*----------------------------------------------------------------*
021944 1700-VALIDATE-SIGNON.
021988     MOVE "N"    TO WRK-SIGNON-SW.
022032     MOVE SPACES TO WRK-SIGNON-MSG.
022076     MOVE SPACES TO WRK-SG-TIPO.
022120     MOVE SPACES TO WRK-SG-DESCRICAO.
022164     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
022208     ACCEPT WRK-SG-HORA-CS FROM TIME.
022252     OPEN I-O CALC-OPR-FILE.
022300     IF CALC-OPR-STATUS NOT = "00"
022350        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
022400            TO WRK-SIGNON-MSG
022450        GO TO 1700-EXIT
022500     END-IF.
022504     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
022508     READ CALC-OPR-FILE
022512         INVALID KEY
022516             MOVE "OI" TO WRK-SG-TIPO
022520             MOVE "ID NAO CADASTRADO NO CALCOPR"
022524                 TO WRK-SG-DESCRICAO
022528             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
022532             GO TO 1700-FECHA
022536     END-READ.
022540     IF CALC-OP-SITUACAO EQUAL "S"
022544        MOVE "TS" TO WRK-SG-TIPO
022548        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
022552            TO WRK-SG-DESCRICAO
022556        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
022560            TO WRK-SIGNON-MSG
022564        GO TO 1700-FECHA
022568     END-IF.
022572     IF CALC-OP-SITUACAO EQUAL "B"
022576        MOVE "TB" TO WRK-SG-TIPO
022580        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
022584            TO WRK-SG-DESCRICAO
022588        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
022592            TO WRK-SIGNON-MSG
022596        GO TO 1700-FECHA
022600     END-IF.
022604     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
022608     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
022612     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
022616        ADD 1 TO CALC-OP-TENTATIVAS
022620        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
022624           MOVE "B"  TO CALC-OP-SITUACAO
022628           MOVE "BL" TO WRK-SG-TIPO
022632           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
022636               TO WRK-SG-DESCRICAO
022640           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
022644               TO WRK-SIGNON-MSG
022648        ELSE
022652           MOVE "FS" TO WRK-SG-TIPO
022656           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
022660           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
022664        END-IF
022668        REWRITE CALC-OPR-RECORD
022672        GO TO 1700-FECHA
022676     END-IF.
022680     MOVE "N" TO WRK-TROCA-SW.
022684     IF CALC-OP-TROCA-SENHA EQUAL "S"
022688        MOVE "Y" TO WRK-TROCA-SW
022692     ELSE
022696        COMPUTE WRK-SENHA-DIAS =
022700            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
022704          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
022708        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
022712           MOVE "Y" TO WRK-TROCA-SW
022716        END-IF
022720     END-IF.
022724     IF WRK-NOVA-SENHA EQUAL SPACES
022728        IF WRK-TROCA-OBRIGATORIA
022732           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
022736               TO WRK-SIGNON-MSG
022740           GO TO 1700-FECHA
022744        END-IF
022748     ELSE
022752        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
022756        IF WRK-SIGNON-MSG NOT EQUAL SPACES
022760           GO TO 1700-FECHA
022764        END-IF
022768     END-IF.
022772     MOVE ZERO        TO CALC-OP-TENTATIVAS.
022776     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
022780     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
022784     REWRITE CALC-OPR-RECORD.
022788     IF CALC-OPR-STATUS NOT = "00"
022792        MOVE SPACES TO WRK-SG-TIPO
022796        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
022800            TO WRK-SIGNON-MSG
022804        GO TO 1700-FECHA
022808     END-IF.
022812     MOVE "Y" TO WRK-SIGNON-SW.
022816     MOVE CALC-OP-ID           TO WRK-CA-OPERADOR.
022820     MOVE CALC-OP-NOME         TO WRK-OPR-NOME.
022824     MOVE CALC-OP-AUTORIZACOES TO WRK-CA-AUTORIZACOES.
022828 1700-FECHA.
022900     CLOSE CALC-OPR-FILE.
023130     IF WRK-SG-TIPO NOT EQUAL SPACES
023140        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
023160        MOVE SPACES         TO WRK-SG-ADMIN
023170        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
023190     END-IF.
023200 1700-EXIT.
023215     EXIT.
023230
023245*----------------------------------------------------------------*
023260*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
023275*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
023290*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
023305*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
023320*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
023335*----------------------------------------------------------------*
023350 1720-CHANGE-PASSWORD.
023365     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
023380        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
023395            TO WRK-SIGNON-MSG
023410        GO TO 1720-EXIT
023425     END-IF.
023440     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
023455        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
023470            TO WRK-SIGNON-MSG
023485        GO TO 1720-EXIT
023500     END-IF.
023515     MOVE ZERO TO WRK-SENHA-BRANCOS.
023530     INSPECT WRK-NOVA-SENHA
023545         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
023560     IF WRK-SENHA-BRANCOS GREATER THAN 2
023575        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
023590        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
023605            TO WRK-SIGNON-MSG
023620        GO TO 1720-EXIT
023635     END-IF.
023650     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
023665     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
023680     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
023695     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
023710     MOVE "N"          TO CALC-OP-TROCA-SENHA.
023725     MOVE "TR"         TO WRK-SG-TIPO.
023740     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
023755         TO WRK-SG-DESCRICAO.
023770 1720-EXIT.
023785     EXIT.
023800
023815*----------------------------------------------------------------*
023830*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
023845*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
023860*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
023875*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
023890*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
023905*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
023920*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
023935*  E REINICIAR AS SENHAS.                                        *
023950*----------------------------------------------------------------*
023965 1750-HASH-PASSWORD.
023980     MOVE CALC-OP-ID TO WRK-SH-ID.
023995     MOVE ZERO TO WRK-SH-VALOR.
024010     MOVE ZERO TO WRK-SH-IX.
024025     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
024040         UNTIL WRK-SH-IX NOT LESS THAN 16.
024055 1750-EXIT.
024070     EXIT.
024085
024100 1760-HASH-BYTE.
024115     ADD 1 TO WRK-SH-IX.
024130     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
024145         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
024160     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
024175         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
024190 1760-EXIT.
024205     EXIT.
024220
024235*----------------------------------------------------------------*
024250*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
024265*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
024280*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
024295*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
024310*----------------------------------------------------------------*
024325 1790-WRITE-SECLOG.
024340     OPEN I-O CALC-SGL-FILE.
024355     IF CALC-SGL-STATUS EQUAL "35"
024370        OPEN OUTPUT CALC-SGL-FILE
024385        CLOSE CALC-SGL-FILE
024400        OPEN I-O CALC-SGL-FILE
024415     END-IF.
024430     IF CALC-SGL-STATUS NOT = "00"
024445        GO TO 1790-EXIT
024460     END-IF.
024475     MOVE SPACES           TO CALC-SGL-RECORD.
024490     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
024505     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
024520     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
024535     MOVE ZERO             TO CALC-SG-SEQ.
024550     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
024565     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
024580     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
024595     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
024610     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
024625     MOVE "N" TO WRK-SGL-SW.
024640     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
024655         UNTIL WRK-SGL-GRAVADO
024670            OR CALC-SG-SEQ NOT LESS THAN 999.
024685     CLOSE CALC-SGL-FILE.
024700 1790-EXIT.
024715     EXIT.
024730
024745 1795-TRY-WRITE-SECLOG.
024760     ADD 1 TO CALC-SG-SEQ.
024775     WRITE CALC-SGL-RECORD
024790         INVALID KEY
024805             GO TO 1795-EXIT
024820     END-WRITE.
024835     MOVE "Y" TO WRK-SGL-SW.
024850 1795-EXIT.
024865     EXIT.
024880
024900*----------------------------------------------------------------*
025000*  2000-RECEIVE-AND-BUILD - LE A TELA, CRITICA O CABECALHO E AS  *
025100*  LINHAS DIGITADAS (LINHA EM BRANCO E PULADA; QUALQUER LINHA    *
025200*  INVALIDA SEGURA O LOTE INTEIRO) E GRAVA O LOTE COMPLETO NO    *
025300*  CALCPND, PENDENTE DE APROVACAO, COM O TRAILER E O HASH.       *
025400*----------------------------------------------------------------*
025500 2000-RECEIVE-AND-BUILD.
025600     IF EIBAID EQUAL DFHPF3
028400     MOVE ZERO  TO WRK-DET-QTD.
028500     MOVE ZEROS TO WRK-DET-HASH.
028600     MOVE "Y"   TO WRK-VALID-SW.
028650     MOVE SPACES TO WRK-DET-TABLE.
028700     MOVE ZERO  TO WRK-LIN-IX.
028710     MOVE "N" TO WRK-CONTAS-SW.
028720     OPEN INPUT CALC-CTA-FILE.
028730     IF CALC-CTA-STATUS EQUAL "00"
028740        MOVE "Y" TO WRK-CONTAS-SW
028750     END-IF.
028800     PERFORM 2100-EDIT-LINE THRU 2100-EXIT
028900         UNTIL WRK-INVALID
029000            OR WRK-LIN-IX NOT LESS THAN 6.
029010     IF WRK-CONTAS-CARREGADAS
029020        CLOSE CALC-CTA-FILE
029030     END-IF.
029100     IF WRK-INVALID
029200        PERFORM 2900-SEND-MAP THRU 2900-EXIT
029300        GO TO 2000-EXIT
035600        END-STRING
035700        GO TO 2100-EXIT
035800     END-IF.
035810     PERFORM 2150-CHECK-CONTA THRU 2150-EXIT.
035820     IF WRK-INVALID
035830        GO TO 2100-EXIT
035840     END-IF.
035900     ADD 1 TO WRK-DET-QTD.
036000     MOVE WRK-TRANS-IMAGE TO WRK-DET-IMG(WRK-DET-QTD).
036100     ADD WRK-TR-NUMERO1 TO WRK-DET-HASH.
036400     EXIT.
036500
036600*----------------------------------------------------------------*
036607*  2150-CHECK-CONTA - CONTA DIGITADA TEM DE EXISTIR NO CADASTRO  *
036614*  (CALCCTA), ESTAR ABERTA E VIGENTE NA DATA DO MOVIMENTO E      *
036621*  ACEITAR A MOEDA DA LINHA - A MESMA CRITICA DO CALCEDIT. CONTA *
036628*  EM BRANCO PASSA; SEM O CADASTRO A CRITICA FICA COM O CALCEDIT.*
036635*----------------------------------------------------------------*
036642 2150-CHECK-CONTA.
036649     IF WRK-TR-CONTA EQUAL SPACES
036656           OR NOT WRK-CONTAS-CARREGADAS
036663        GO TO 2150-EXIT
036670     END-IF.
036677     MOVE WRK-TR-CONTA TO CALC-CT-CONTA.
036684     READ CALC-CTA-FILE
036691         INVALID KEY
036698             MOVE "N" TO WRK-VALID-SW
036705             MOVE SPACES TO WRK-MSG
036712             STRING "LINHA " DELIMITED BY SIZE
036719                    WRK-LIN-NUM DELIMITED BY SIZE
036726                    ": CONTA NAO CADASTRADA" DELIMITED BY SIZE
036733                INTO WRK-MSG
036740             END-STRING
036747             GO TO 2150-EXIT
036754     END-READ.
036761     IF CALC-CT-STATUS NOT EQUAL "AB"
036768           OR CALC-CT-DATA-EFETIVA GREATER THAN WRK-DATA-MOVTO
036775           OR (CALC-CT-DATA-ENCERRA NOT EQUAL ZERO
036782           AND CALC-CT-DATA-ENCERRA NOT GREATER THAN
036789               WRK-DATA-MOVTO)
036796        MOVE "N" TO WRK-VALID-SW
036803        MOVE SPACES TO WRK-MSG
036810        STRING "LINHA " DELIMITED BY SIZE
036817               WRK-LIN-NUM DELIMITED BY SIZE
036824               ": CONTA ENCERRADA OU FORA DE VIGENCIA"
036831                   DELIMITED BY SIZE
036838           INTO WRK-MSG
036845        END-STRING
036852        GO TO 2150-EXIT
036859     END-IF.
036866     IF CALC-CT-MOEDA EQUAL SPACES
036873        GO TO 2150-EXIT
036880     END-IF.
036887     MOVE WRK-TR-MOEDA TO WRK-CTA-MOEDA.
036894     IF WRK-CTA-MOEDA EQUAL SPACES
036901        MOVE "BRL" TO WRK-CTA-MOEDA
036908     END-IF.
036915     IF WRK-CTA-MOEDA NOT EQUAL CALC-CT-MOEDA
036922        MOVE "N" TO WRK-VALID-SW
036929        MOVE SPACES TO WRK-MSG
036936        STRING "LINHA " DELIMITED BY SIZE
036943               WRK-LIN-NUM DELIMITED BY SIZE
036950               ": CONTA NAO ACEITA A MOEDA" DELIMITED BY SIZE
036957           INTO WRK-MSG
036964        END-STRING
036971     END-IF.
036978 2150-EXIT.
036985     EXIT.
036992
036999*----------------------------------------------------------------*
037006*  2500-WRITE-BATCH - GRAVA O LOTE COMPLETO NO ARQUIVO DE LOTES  *
037013*  PENDENTES (CALCPND): RUN-ID E DATA DO HEADER, OS DETALHES     *
037020*  APROVADOS, A QUANTIDADE E O HASH DO TRAILER E O OPERADOR QUE  *
037027*  DIGITOU, COM SITUACAO PE. O LOTE SO CHEGA AO CALCINR QUANDO   *
037034*  OUTRO OPERADOR O APROVA NA TRANSACAO CAPR. CRIA O ARQUIVO NO  *
037041*  PRIMEIRO LOTE.                                                *
037100*----------------------------------------------------------------*
037200 2500-WRITE-BATCH.
037250     OPEN I-O CALC-PND-FILE.
037310     IF CALC-PND-STATUS EQUAL "35"
037370        OPEN OUTPUT CALC-PND-FILE
037430        CLOSE CALC-PND-FILE
037490        OPEN I-O CALC-PND-FILE
037600     END-IF.
037675     IF CALC-PND-STATUS NOT = "00"
037750        MOVE "ERRO AO ABRIR O ARQUIVO DE PENDENTES (CALCPND)"
037825            TO WRK-MSG
037900        GO TO 2500-EXIT
038000     END-IF.
038052     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
038104     ACCEPT WRK-CURRENT-TIME FROM TIME.
038156     MOVE SPACES         TO CALC-PND-RECORD.
038208     MOVE WRK-DATE-NUM   TO CALC-PN-DATA-DIG.
038260     MOVE WRK-TIME-NUM   TO CALC-PN-HORA-DIG.
038312     MOVE EIBTRMID       TO CALC-PN-TERMINAL.
038364     MOVE WRK-CA-OPERADOR TO CALC-PN-OPERADOR.
038416     MOVE "PE"           TO CALC-PN-SITUACAO.
038468     MOVE WRK-RUN-ID     TO CALC-PN-RUN-ID.
038520     MOVE WRK-DATA-MOVTO TO CALC-PN-DATA-MOVTO.
038572     MOVE WRK-DET-QTD    TO CALC-PN-QTD.
038624     MOVE WRK-DET-HASH   TO CALC-PN-HASH.
038676     MOVE ZERO           TO CALC-PN-DATA-DECISAO.
038728     MOVE ZERO           TO CALC-PN-HORA-DECISAO.
038780     MOVE WRK-DET-TABLE  TO CALC-PN-DETALHES.
038832     WRITE CALC-PND-RECORD
038884         INVALID KEY
038936             MOVE "ERRO NA GRAVACAO DO LOTE PENDENTE"
038988                 TO WRK-MSG
039040     END-WRITE.
039092     CLOSE CALC-PND-FILE.
039144     IF WRK-MSG NOT EQUAL SPACES
039196        GO TO 2500-EXIT
039248     END-IF.
039300     MOVE SPACES TO WRK-MSG.
039400     STRING "LOTE " DELIMITED BY SIZE
039500            WRK-RUN-ID DELIMITED BY SIZE
039600            " PENDENTE DE APROVACAO POR OUTRO OPERADOR (CAPR)"
039700                DELIMITED BY SIZE
039800        INTO WRK-MSG
039900     END-STRING.
040000     MOVE SPACES TO CALC4-DETALHES-O.
040100 2500-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------*
