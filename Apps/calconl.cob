002500*                   ENTRADA E INVALIDA, PARA QUE O LOG DE        *
002600*                   AUDITORIA NAO GRAVE UM RESULTADO ANTIGO JUNTO*
002700*                   COM O STATUS DE ERRO.                        *
002703* 15/10/2026 JH     TELA CALC1 GANHOU MOEDA E CONTA. A MOEDA TEM *
002706*                   DE TER TAXA VIGENTE NO CALCTAX E OS OPERANDOS*
002709*                   SAO CONVERTIDOS PARA REAIS ANTES DO CALCULO, *
002712*                   COMO NO LOTE; A CONTA PASSA PELA CRITICA DO  *
002715*                   CADASTRO (CALCCTA). A ENTRADA NO CALCLOG LEVA*
002718*                   A CONTA E O RUN-ID "ONLINE", QUE A VARREDURA *
002721*                   DE FIM DE DIA (CALCVARR) RECOLHE PARA O      *
002724*                   CALCOUT, O CALCPTD E O CALCPSM.              *
002727* 15/10/2026 JH     CADEIA DE CUSTODIA NO CALCLOG: A ENTRADA LEVA*
002730*                   O SEQUENCIAL DA CADEIA DA DATA, O HASH DA    *
002733*                   ENTRADA ANTERIOR E O SEU PROPRIO HASH, NA    *
002736*                   MESMA CONTA DO LOTE, E O CONTROLE DA DATA E A*
002739*                   CABECA DA CADEIA NO CALCSEL AVANCAM A CADA   *
002742*                   GRAVACAO.                                    *
002745* 15/10/2026 JH     TAXA DE CAMBIO RETIDA OU RECUSADA NA CARGA DO*
002748*                   FEED DA TESOURARIA (CALCTXL) NAO VALE PARA O *
002751*                   CALCULO ONLINE; VALE A ULTIMA VIGENTE.       *
002754* 15/10/2026 JH     ASSINATURA COM SENHA (A CALC0 GANHOU SENHA,  *
002757*                   NOVA SENHA E CONFIRMACAO): SENHA VENCIDA OU  *
002760*                   AINDA INICIAL OBRIGA A TROCA, SENHAS ERRADAS *
002763*                   SEGUIDAS BLOQUEIAM O OPERADOR, OPERADOR      *
002766*                   SUSPENSO OU BLOQUEADO NAO ENTRA, E RECUSA,   *
002769*                   BLOQUEIO E TROCA DE SENHA VAO PARA O LOG DE  *
002772*                   SEGURANCA (CALCSGL). O CALCOPR PASSA A SER   *
002775*                   INDEXADO PELO ID, MANTIDO PELA TRANSACAO     *
002778*                   CADM (CALCADM).                              *
002781* 15/10/2026 JH     O CALCSEL SO E CRIADO QUANDO NAO EXISTE      *
002784*                   (STATUS 35); CALCSEL INDISPONIVEL RECUSA O   *
002787*                   REGISTRO DO CALCULO E ERRO AO ATUALIZAR A    *
002790*                   CADEIA VAI PARA A TELA.                      *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT             DIVISION.
003000 INPUT-OUTPUT            SECTION.
003100 FILE-CONTROL.
003200     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
003250         ORGANIZATION IS INDEXED
003300         ACCESS MODE  IS DYNAMIC
003350         RECORD KEY   IS CALC-OP-ID
003400         FILE STATUS  IS CALC-OPR-STATUS.
003414
003428     SELECT CALC-SGL-FILE    ASSIGN TO CALCSGL
003442         ORGANIZATION IS INDEXED
003456         ACCESS MODE  IS DYNAMIC
003470         RECORD KEY   IS CALC-SG-CHAVE
003484         FILE STATUS  IS CALC-SGL-STATUS.
003500
003600     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE  IS DYNAMIC
003900         RECORD KEY   IS CALC-LG-CHAVE
004000         FILE STATUS  IS CALC-LOG-IOSTAT.
004009
004018     SELECT CALC-TAX-FILE    ASSIGN TO CALCTAX
004027         ORGANIZATION IS LINE SEQUENTIAL
004036         FILE STATUS  IS CALC-TAX-STATUS.
004045
004054     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
004063         ORGANIZATION IS INDEXED
004072         ACCESS MODE  IS DYNAMIC
004081         RECORD KEY   IS CALC-CT-CONTA
004090         FILE STATUS  IS CALC-CTA-STATUS.
004091
004092     SELECT CALC-SEL-FILE    ASSIGN TO CALCSEL
004094         ORGANIZATION IS INDEXED
004095         ACCESS MODE  IS DYNAMIC
004097         RECORD KEY   IS CALC-SL-DATA
004098         FILE STATUS  IS CALC-SEL-STATUS.
004100 DATA                    DIVISION.
004200 FILE                    SECTION.
004300 FD  CALC-OPR-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY CALCOPR.
004600
004620 FD  CALC-SGL-FILE
004640     LABEL RECORDS ARE STANDARD.
004660     COPY CALCSGL.
004680
004700 FD  CALC-LOG-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CALCLOG.
004910
004920 FD  CALC-TAX-FILE
004930     LABEL RECORDS ARE STANDARD.
004940     COPY CALCTAX.
004950
004960 FD  CALC-CTA-FILE
004970     LABEL RECORDS ARE STANDARD.
004980     COPY CALCCTA.
004984
004988 FD  CALC-SEL-FILE
004992     LABEL RECORDS ARE STANDARD.
004996     COPY CALCSEL.
005000*
005100 WORKING-STORAGE         SECTION.
005200     COPY DFHAID.
006600 77  WRK-OPERATOR-ID      PIC X(08) VALUE "ONLINE".
006700 77  CALC-LOG-IOSTAT      PIC X(02) VALUE "00".
006800 77  CALC-OPR-STATUS      PIC X(02) VALUE "00".
006810 77  CALC-SGL-STATUS      PIC X(02) VALUE "00".
006830 77  WRK-SENHA-VALIDADE   PIC 9(03) VALUE 90.
006850 77  WRK-MAX-TENTATIVAS   PIC 9(02) VALUE 3.
006870 77  WRK-SENHA-DIG        PIC X(08) VALUE SPACES.
006890 77  WRK-NOVA-SENHA       PIC X(08) VALUE SPACES.
006910 77  WRK-CONF-SENHA       PIC X(08) VALUE SPACES.
006930 77  WRK-SENHA-DIAS       PIC S9(07) COMP VALUE ZERO.
006950 77  WRK-SENHA-BRANCOS    PIC 9(02) COMP VALUE ZERO.
006960 77  WRK-SIGNON-MSG       PIC X(79) VALUE SPACES.
006980 77  WRK-SIGNON-SW        PIC X(01) VALUE "N".
007000     88  WRK-SIGNON-OK              VALUE "Y".
007020 77  WRK-TROCA-SW         PIC X(01) VALUE "N".
007040     88  WRK-TROCA-OBRIGATORIA      VALUE "Y".
007060 77  WRK-SGL-SW           PIC X(01) VALUE "N".
007080     88  WRK-SGL-GRAVADO            VALUE "Y".
007100 77  WRK-SG-TIPO          PIC X(02) VALUE SPACES.
007110 77  WRK-SG-OPERADOR      PIC X(08) VALUE SPACES.
007130 77  WRK-SG-ADMIN         PIC X(08) VALUE SPACES.
007150 77  WRK-SG-DESCRICAO     PIC X(60) VALUE SPACES.
007170 77  WRK-SG-DATA          PIC 9(08) VALUE ZERO.
007190 01  WRK-SG-HORA-CS.
007210     05  WRK-SG-HORA      PIC 9(06).
007230     05  FILLER           PIC 9(02).
007250 01  WRK-SH-ENTRADA.
007260     05  WRK-SH-ID        PIC X(08).
007280     05  WRK-SH-SENHA     PIC X(08).
007300 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
007320 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
007340 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
007360 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
007380 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
007400 77  WRK-OP-NUM           PIC 9(01) COMP VALUE ZERO.
007500 77  WRK-OPR-NOME         PIC X(30) VALUE SPACES.
007600 77  WRK-OPR-ID-DIG       PIC X(08) VALUE SPACES.
007603 77  WRK-RUN-ONLINE       PIC X(06) VALUE "ONLINE".
007606 77  CALC-TAX-STATUS      PIC X(02) VALUE "00".
007609 77  CALC-CTA-STATUS      PIC X(02) VALUE "00".
007612 77  WRK-TAX-EOF-SW       PIC X(01) VALUE "N".
007615     88  WRK-TAX-EOF                VALUE "Y".
007618 77  WRK-TAXA-SW          PIC X(01) VALUE "N".
007621     88  WRK-TAXA-ACHADA            VALUE "Y".
007624 77  WRK-MOEDA            PIC X(03) VALUE SPACES.
007627 77  WRK-CONTA            PIC X(10) VALUE SPACES.
007630 77  WRK-CTA-MOEDA        PIC X(03) VALUE SPACES.
007633 01  WRK-TAXA-ATUAL       PIC 9(07)V9(04) VALUE ZERO.
007636 01  WRK-TAXA-DATA        PIC 9(08)       VALUE ZERO.
007639 77  CALC-SEL-STATUS      PIC X(02) VALUE "00".
007642 77  WRK-SEL-DISP-SW      PIC X(01) VALUE "N".
007645     88  WRK-SEL-DISPONIVEL         VALUE "Y".
007648 77  WRK-SEL-ERRO-ONDE    PIC X(06) VALUE SPACES.
007651 77  WRK-CAB-ACHOU-SW     PIC X(01) VALUE "N".
007654     88  WRK-CAB-ACHOU              VALUE "Y".
007657 77  WRK-DIA-ACHOU-SW     PIC X(01) VALUE "N".
007660     88  WRK-DIA-ACHOU              VALUE "Y".
007663 77  WRK-CAB-INICIO       PIC 9(08) VALUE ZERO.
007666 77  WRK-CAB-TOTAL        PIC 9(09) VALUE ZERO.
007669 77  WRK-CAD-SEQ          PIC 9(07) VALUE ZERO.
007672 77  WRK-HS-IX            PIC 9(03) COMP VALUE ZERO.
007675 77  WRK-HS-TAM           PIC 9(03) COMP VALUE 131.
007678 01  WRK-HS-ANTERIOR      PIC 9(15) VALUE ZERO.
007681 01  WRK-HS-VALOR         PIC 9(15) VALUE ZERO.
007684 01  WRK-HS-TRAB          PIC 9(18) VALUE ZERO.
007687 01  WRK-HS-QUOC          PIC 9(18) VALUE ZERO.
007690 01  WRK-HS-PRIMO         PIC 9(15) VALUE 999999999999989.
007700
007800 01  WRK-CURRENT-DATE.
007900     05  WRK-DATE-NUM         PIC 9(08).
015400     EXIT.
015500
015600*----------------------------------------------------------------*
015680*  1500-PROCESS-SIGNON - LE O ID E A SENHA DIGITADOS (E A NOVA   *
015760*  SENHA, QUANDO HOUVER) E CONFERE A ASSINATURA NO CALCOPR       *
015850*  (1700). ACEITA, GUARDA O OPERADOR E A MASCARA DE AUTORIZACOES *
015930*  NA COMMAREA E MANDA A TELA DE CALCULO; RECUSADA, VOLTA PARA A *
016010*  ASSINATURA COM A MENSAGEM.                                    *
016100*----------------------------------------------------------------*
016200 1500-PROCESS-SIGNON.
016300     IF EIBAID EQUAL DFHPF3
018300     MOVE OPIDI TO WRK-OPR-ID-DIG.
018400     INSPECT WRK-OPR-ID-DIG
018500         REPLACING ALL LOW-VALUE BY SPACE.
018522     MOVE SENHI TO WRK-SENHA-DIG.
018544     MOVE NSENI TO WRK-NOVA-SENHA.
018566     MOVE CSENI TO WRK-CONF-SENHA.
018588     INSPECT WRK-SENHA-DIG
018610         REPLACING ALL LOW-VALUE BY SPACE.
018632     INSPECT WRK-NOVA-SENHA
018654         REPLACING ALL LOW-VALUE BY SPACE.
018676     INSPECT WRK-CONF-SENHA
018698         REPLACING ALL LOW-VALUE BY SPACE.
018720     IF WRK-SENHA-DIG EQUAL SPACES
018742        MOVE SPACES         TO CALC0O
018764        MOVE WRK-OPR-ID-DIG TO OPIDO
018786        MOVE "INFORME A SENHA" TO MSG0O
018808        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
018830        GO TO 1500-EXIT
018852     END-IF.
018874     PERFORM 1700-VALIDATE-SIGNON THRU 1700-EXIT.
018896     IF NOT WRK-SIGNON-OK
018918        MOVE SPACES         TO CALC0O
018940        MOVE WRK-OPR-ID-DIG TO OPIDO
018962        MOVE WRK-SIGNON-MSG TO MSG0O
019000        PERFORM 0590-RESEND-SIGNON THRU 0590-EXIT
019100        GO TO 1500-EXIT
019200     END-IF.
020700     EXIT.
020800
020900*----------------------------------------------------------------*
020930*  1700-VALIDATE-SIGNON - LE PARA ATUALIZACAO O PERFIL DO ID     *
020960*  DIGITADO (CALCOPR) E CONFERE A SITUACAO E A SENHA. SENHA      *
020990*  ERRADA SOMA UMA TENTATIVA E, NO LIMITE, BLOQUEIA O OPERADOR.  *
021020*  SENHA CERTA MAS VENCIDA OU AINDA INICIAL SO PASSA COM A NOVA  *
021050*  SENHA E A CONFIRMACAO; A TROCA TAMBEM PODE SER FEITA A        *
021080*  QUALQUER HORA INFORMANDO A NOVA SENHA. ASSINATURA ACEITA ZERA *
021110*  AS TENTATIVAS E GUARDA DATA E HORA. RECUSA, BLOQUEIO E TROCA  *
021140*  VAO PARA O LOG DE SEGURANCA (CALCSGL). DEVOLVE WRK-SIGNON-OK  *
021170*  OU A MENSAGEM PARA A TELA EM WRK-SIGNON-MSG.                  *
021200*----------------------------------------------------------------*
021244 1700-VALIDATE-SIGNON.
021288     MOVE "N"    TO WRK-SIGNON-SW.
021332     MOVE SPACES TO WRK-SIGNON-MSG.
021376     MOVE SPACES TO WRK-SG-TIPO.
021420     MOVE SPACES TO WRK-SG-DESCRICAO.
021464     ACCEPT WRK-SG-DATA    FROM DATE YYYYMMDD.
021508     ACCEPT WRK-SG-HORA-CS FROM TIME.
021552     OPEN I-O CALC-OPR-FILE.
021600     IF CALC-OPR-STATUS NOT = "00"
021650        MOVE "CADASTRO DE OPERADORES (CALCOPR) INDISPONIVEL"
021700            TO WRK-SIGNON-MSG
021750        GO TO 1700-EXIT
021800     END-IF.
021804     MOVE WRK-OPR-ID-DIG TO CALC-OP-ID.
021808     READ CALC-OPR-FILE
021812         INVALID KEY
021816             MOVE "OI" TO WRK-SG-TIPO
021820             MOVE "ID NAO CADASTRADO NO CALCOPR"
021824                 TO WRK-SG-DESCRICAO
021828             MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
021832             GO TO 1700-FECHA
021836     END-READ.
021840     IF CALC-OP-SITUACAO EQUAL "S"
021844        MOVE "TS" TO WRK-SG-TIPO
021848        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR SUSPENSO"
021852            TO WRK-SG-DESCRICAO
021856        MOVE "OPERADOR SUSPENSO - PROCURE A SEGURANCA"
021860            TO WRK-SIGNON-MSG
021864        GO TO 1700-FECHA
021868     END-IF.
021872     IF CALC-OP-SITUACAO EQUAL "B"
021876        MOVE "TB" TO WRK-SG-TIPO
021880        MOVE "TENTATIVA DE ASSINATURA COM OPERADOR BLOQUEADO"
021884            TO WRK-SG-DESCRICAO
021888        MOVE "OPERADOR BLOQUEADO - PROCURE A SEGURANCA"
021892            TO WRK-SIGNON-MSG
021896        GO TO 1700-FECHA
021900     END-IF.
021904     MOVE WRK-SENHA-DIG TO WRK-SH-SENHA.
021908     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
021912     IF WRK-SH-VALOR NOT EQUAL CALC-OP-SENHA-HASH
021916        ADD 1 TO CALC-OP-TENTATIVAS
021920        IF CALC-OP-TENTATIVAS NOT LESS THAN WRK-MAX-TENTATIVAS
021924           MOVE "B"  TO CALC-OP-SITUACAO
021928           MOVE "BL" TO WRK-SG-TIPO
021932           MOVE "OPERADOR BLOQUEADO POR SENHAS ERRADAS SEGUIDAS"
021936               TO WRK-SG-DESCRICAO
021940           MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
021944               TO WRK-SIGNON-MSG
021948        ELSE
021952           MOVE "FS" TO WRK-SG-TIPO
021956           MOVE "SENHA ERRADA NA ASSINATURA" TO WRK-SG-DESCRICAO
021960           MOVE "OPERADOR OU SENHA INVALIDOS" TO WRK-SIGNON-MSG
021964        END-IF
021968        REWRITE CALC-OPR-RECORD
021972        GO TO 1700-FECHA
021976     END-IF.
021980     MOVE "N" TO WRK-TROCA-SW.
021984     IF CALC-OP-TROCA-SENHA EQUAL "S"
021988        MOVE "Y" TO WRK-TROCA-SW
021992     ELSE
021996        COMPUTE WRK-SENHA-DIAS =
022000            FUNCTION INTEGER-OF-DATE(WRK-SG-DATA)
022004          - FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
022008        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
022012           MOVE "Y" TO WRK-TROCA-SW
022016        END-IF
022020     END-IF.
022024     IF WRK-NOVA-SENHA EQUAL SPACES
022028        IF WRK-TROCA-OBRIGATORIA
022032           MOVE "SENHA VENCIDA OU INICIAL - INFORME NOVA SENHA"
022036               TO WRK-SIGNON-MSG
022040           GO TO 1700-FECHA
022044        END-IF
022048     ELSE
022052        PERFORM 1720-CHANGE-PASSWORD THRU 1720-EXIT
022056        IF WRK-SIGNON-MSG NOT EQUAL SPACES
022060           GO TO 1700-FECHA
022064        END-IF
022068     END-IF.
022072     MOVE ZERO        TO CALC-OP-TENTATIVAS.
022076     MOVE WRK-SG-DATA TO CALC-OP-DATA-ULT-ASSIN.
022080     MOVE WRK-SG-HORA TO CALC-OP-HORA-ULT-ASSIN.
022084     REWRITE CALC-OPR-RECORD.
022088     IF CALC-OPR-STATUS NOT = "00"
022092        MOVE SPACES TO WRK-SG-TIPO
022096        MOVE "ERRO NA ATUALIZACAO DO CADASTRO DE OPERADORES"
022100            TO WRK-SIGNON-MSG
022104        GO TO 1700-FECHA
022108     END-IF.
022112     MOVE "Y" TO WRK-SIGNON-SW.
022116     MOVE CALC-OP-ID           TO WRK-CA-OPERADOR.
022120     MOVE CALC-OP-NOME         TO WRK-OPR-NOME.
022124     MOVE CALC-OP-AUTORIZACOES TO WRK-CA-AUTORIZACOES.
022128 1700-FECHA.
022200     CLOSE CALC-OPR-FILE.
022228     IF WRK-SG-TIPO NOT EQUAL SPACES
022256        MOVE WRK-OPR-ID-DIG TO WRK-SG-OPERADOR
022284        MOVE SPACES         TO WRK-SG-ADMIN
022312        PERFORM 1790-WRITE-SECLOG THRU 1790-EXIT
022340     END-IF.
022368 1700-EXIT.
022400     EXIT.
022500
022550*----------------------------------------------------------------*
022560*  1720-CHANGE-PASSWORD - TROCA DA SENHA NA ASSINATURA: A NOVA   *
022580*  SENHA TEM DE CONFERIR COM A CONFIRMACAO, SER DIFERENTE DA     *
022590*  ATUAL E TER DE 6 A 8 POSICOES. ACEITA, GRAVA O HASH NOVO NO   *
022610*  PERFIL (AINDA SEM O REWRITE) E RENOVA A VALIDADE. RECUSADA,   *
022620*  DEVOLVE A MENSAGEM EM WRK-SIGNON-MSG.                         *
022640*----------------------------------------------------------------*
022650 1720-CHANGE-PASSWORD.
022670     IF WRK-NOVA-SENHA NOT EQUAL WRK-CONF-SENHA
022680        MOVE "NOVA SENHA E CONFIRMACAO NAO CONFEREM"
022700            TO WRK-SIGNON-MSG
022710        GO TO 1720-EXIT
022730     END-IF.
022740     IF WRK-NOVA-SENHA EQUAL WRK-SENHA-DIG
022760        MOVE "NOVA SENHA TEM DE SER DIFERENTE DA ATUAL"
022770            TO WRK-SIGNON-MSG
022790        GO TO 1720-EXIT
022800     END-IF.
022820     MOVE ZERO TO WRK-SENHA-BRANCOS.
022840     INSPECT WRK-NOVA-SENHA
022850         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
022870     IF WRK-SENHA-BRANCOS GREATER THAN 2
022880        OR WRK-NOVA-SENHA(1:1) EQUAL SPACE
022900        MOVE "NOVA SENHA DEVE TER DE 6 A 8 POSICOES"
022910            TO WRK-SIGNON-MSG
022930        GO TO 1720-EXIT
022940     END-IF.
022960     MOVE WRK-NOVA-SENHA TO WRK-SH-SENHA.
022970     PERFORM 1750-HASH-PASSWORD THRU 1750-EXIT.
022990     MOVE WRK-SH-VALOR TO CALC-OP-SENHA-HASH.
023000     MOVE WRK-SG-DATA  TO CALC-OP-DATA-SENHA.
023020     MOVE "N"          TO CALC-OP-TROCA-SENHA.
023030     MOVE "TR"         TO WRK-SG-TIPO.
023050     MOVE "SENHA TROCADA PELO OPERADOR NA ASSINATURA"
023060         TO WRK-SG-DESCRICAO.
023080 1720-EXIT.
024000     EXIT.
024100
024101*----------------------------------------------------------------*
024102*  1750-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
024103*  O ID DO PERFIL (CALC-OP-ID), PARA QUE A MESMA SENHA DE DOIS   *
024104*  OPERADORES NAO DE O MESMO HASH: PARTINDO DE ZERO, CADA UMA    *
024105*  DAS 16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +   *
024106*  CODIGO DA POSICAO) MODULO 999999999999989. A MESMA CONTA ESTA *
024107*  NA CALCONL, CALCENT, CALCAPR, CALCEXW, CALCADM, CALCCAD,      *
024108*  CALCIPC, CALCTXL E CALCOPCV; MUDAR AQUI OBRIGA MUDAR EM TODOS *
024109*  E REINICIAR AS SENHAS.                                        *
024110*----------------------------------------------------------------*
024111 1750-HASH-PASSWORD.
024112     MOVE CALC-OP-ID TO WRK-SH-ID.
024113     MOVE ZERO TO WRK-SH-VALOR.
024114     MOVE ZERO TO WRK-SH-IX.
024115     PERFORM 1760-HASH-BYTE THRU 1760-EXIT
024116         UNTIL WRK-SH-IX NOT LESS THAN 16.
024117 1750-EXIT.
024118     EXIT.
024119
024120 1760-HASH-BYTE.
024121     ADD 1 TO WRK-SH-IX.
024122     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
024123         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
024124     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
024125         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
024126 1760-EXIT.
024127     EXIT.
024128
024129*----------------------------------------------------------------*
024130*  1790-WRITE-SECLOG - GRAVA O EVENTO DE WRK-SG- NO LOG DE       *
024131*  SEGURANCA (CALCSGL), CRIANDO-O NA PRIMEIRA GRAVACAO. EVENTOS  *
024132*  DO MESMO SEGUNDO NO MESMO TERMINAL GANHAM A SEQUENCIA         *
024133*  SEGUINTE. FALHA NO LOG NAO MUDA A RESPOSTA DA TRANSACAO.      *
024134*----------------------------------------------------------------*
024135 1790-WRITE-SECLOG.
024136     OPEN I-O CALC-SGL-FILE.
024137     IF CALC-SGL-STATUS EQUAL "35"
024138        OPEN OUTPUT CALC-SGL-FILE
024139        CLOSE CALC-SGL-FILE
024140        OPEN I-O CALC-SGL-FILE
024141     END-IF.
024142     IF CALC-SGL-STATUS NOT = "00"
024143        GO TO 1790-EXIT
024144     END-IF.
024145     MOVE SPACES           TO CALC-SGL-RECORD.
024146     MOVE WRK-SG-DATA      TO CALC-SG-DATA.
024147     MOVE WRK-SG-HORA      TO CALC-SG-HORA.
024148     MOVE EIBTRMID         TO CALC-SG-TERMINAL.
024149     MOVE ZERO             TO CALC-SG-SEQ.
024150     MOVE WRK-SG-TIPO      TO CALC-SG-TIPO.
024151     MOVE WRK-SG-OPERADOR  TO CALC-SG-OPERADOR.
024152     MOVE WRK-SG-ADMIN     TO CALC-SG-ADMIN.
024153     MOVE EIBTRNID         TO CALC-SG-TRANSACAO.
024154     MOVE WRK-SG-DESCRICAO TO CALC-SG-DESCRICAO.
024155     MOVE "N" TO WRK-SGL-SW.
024156     PERFORM 1795-TRY-WRITE-SECLOG THRU 1795-EXIT
024157         UNTIL WRK-SGL-GRAVADO
024158            OR CALC-SG-SEQ NOT LESS THAN 999.
024159     CLOSE CALC-SGL-FILE.
024160 1790-EXIT.
024161     EXIT.
024162
024163 1795-TRY-WRITE-SECLOG.
024164     ADD 1 TO CALC-SG-SEQ.
024165     WRITE CALC-SGL-RECORD
024166         INVALID KEY
024167             GO TO 1795-EXIT
024168     END-WRITE.
024169     MOVE "Y" TO WRK-SGL-SW.
024170 1795-EXIT.
024171     EXIT.
024200*----------------------------------------------------------------*
024300*  2000-RECEIVE-AND-CALCULATE - READS THE OPERATOR'S INPUT, ENDS *
024400*  THE CONVERSATION ON PF3, OTHERWISE VALIDATES AND CALCULATES   *
026900        PERFORM 2060-CHECK-AUTHORITY THRU 2060-EXIT
027000     END-IF.
027100     IF WRK-VALID
027120        PERFORM 2090-CONVERT-CURRENCY THRU 2090-EXIT
027150     END-IF.
027170     IF WRK-VALID
027200        PERFORM 2100-CALCULATE THRU 2100-EXIT
027300        MOVE WRK-RESULTADO TO WRK-RESULT-FORMAT
027400        MOVE WRK-RESULT-FORMAT TO RESUO
029100*  WORKING NUMERIC FIELDS (NUMVAL, SINCE THE OPERATOR MAY TYPE A *
029200*  SIGN AND A DECIMAL POINT THAT A PLAIN MOVE WOULD NOT ALIGN)   *
029300*  AND REJECTS A BAD OPERATION CODE OR A ZERO DIVISOR, THE SAME  *
029360*  RULES APPLIED BY THE BATCH PROGRAM. MOEDA E CONTA PASSAM PELAS*
029430*  MESMAS CRITICAS DO LOTE (TAXA VIGENTE E CADASTRO DE CONTAS).  *
029500*----------------------------------------------------------------*
029600 2050-VALIDATE-INPUT.
029700     MOVE ZERO TO WRK-NUMERO1 WRK-NUMERO2.
029710     MOVE OMOEI TO WRK-MOEDA.
029720     INSPECT WRK-MOEDA
029740         REPLACING ALL LOW-VALUE BY SPACE.
029750     MOVE OCTAI TO WRK-CONTA.
029770     INSPECT WRK-CONTA
029780         REPLACING ALL LOW-VALUE BY SPACE.
029800     COMPUTE WRK-NUMERO1 = FUNCTION NUMVAL(NUM1I).
029900     COMPUTE WRK-NUMERO2 = FUNCTION NUMVAL(NUM2I).
030000     MOVE OPERI TO WRK-OPERACAO.
030800           AND WRK-NUMERO2 EQUAL ZERO
030900        MOVE "N" TO WRK-VALID-SW
031000        MOVE "DIVISOR IGUAL A ZERO" TO WRK-ERROR-MSG
031014     END-IF.
031028     IF WRK-VALID
031042        PERFORM 2070-CHECK-MOEDA THRU 2070-EXIT
031056     END-IF.
031070     IF WRK-VALID
031084        PERFORM 2080-CHECK-CONTA THRU 2080-EXIT
031100     END-IF.
031200 2050-EXIT.
031300     EXIT.
036400*  2260-WRITE-LOG - APPENDS ONE AUDIT ENTRY FOR THIS ONLINE      *
036500*  CALCULATION TO CALCLOG, THE SAME FILE AND LAYOUT THE BATCH AND*
036600*  INTERACTIVE CONSOLE PATHS USE, SO AN ONLINE TRANSACTION CAN BE*
036660*  RECONCILED LATER JUST LIKE THE OTHER TWO. O RUN-ID "ONLINE" E *
036730*  A CONTA LEVAM A ENTRADA PARA A VARREDURA DE FIM DE DIA.       *
036740*  A ENTRADA ENTRA NA CADEIA DE CUSTODIA (2500/2510) COMO NO     *
036760*  LOTE: O HASH E REFEITO A CADA NOVA TENTATIVA DE CHAVE E O     *
036770*  CALCSEL SO AVANCA COM A ENTRADA GRAVADA. SEM O CALCSEL O      *
036780*  CALCULO NAO E REGISTRADO: O RESULTADO SAI DA TELA E O         *
036790*  OPERADOR E AVISADO.                                           *
036800*----------------------------------------------------------------*
036900 2260-WRITE-LOG.
037000     OPEN I-O    CALC-LOG-FILE.
037100     IF CALC-LOG-IOSTAT NOT = "00"
037200        OPEN OUTPUT CALC-LOG-FILE
037207     END-IF.
037214     PERFORM 2540-OPEN-CHAIN THRU 2540-EXIT.
037221     IF NOT WRK-SEL-DISPONIVEL
037228        CLOSE CALC-LOG-FILE
037235        MOVE SPACES TO RESUO
037242        MOVE SPACES TO WRK-ERROR-MSG
037249        STRING "CALCSEL INDISPONIVEL (" DELIMITED BY SIZE
037256               CALC-SEL-STATUS          DELIMITED BY SIZE
037263               ") - CALCULO NAO REGISTRADO, AVISE O SUPORTE"
037270                                        DELIMITED BY SIZE
037277            INTO WRK-ERROR-MSG
037284        END-STRING
037291        GO TO 2260-EXIT
037300     END-IF.
037400     MOVE SPACES TO CALC-LOG-RECORD.
037500     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
039100     ELSE
039200        MOVE "ER" TO CALC-LG-STATUS
039300     END-IF.
039330     MOVE WRK-RUN-ONLINE  TO CALC-LG-RUN-ID.
039360     MOVE WRK-CONTA       TO CALC-LG-CONTA.
039380     PERFORM 2500-READ-CHAIN THRU 2500-EXIT.
039400     MOVE 1 TO CALC-LG-SEQ.
039450     PERFORM 2510-HASH-ENTRY THRU 2510-EXIT.
039500     WRITE CALC-LOG-RECORD.
039600     PERFORM 2265-RETRY-LOG THRU 2265-EXIT
039700         UNTIL CALC-LOG-IOSTAT NOT EQUAL "22"
039800            OR CALC-LG-SEQ EQUAL 999.
039820     IF CALC-LOG-IOSTAT EQUAL "00"
039850        PERFORM 2530-ADVANCE-CHAIN THRU 2530-EXIT
039870     END-IF.
039900     CLOSE CALC-LOG-FILE.
039920     IF WRK-SEL-DISPONIVEL
039950        CLOSE CALC-SEL-FILE
039970     END-IF.
040000 2260-EXIT.
040100     EXIT.
040200
040700*----------------------------------------------------------------*
040800 2265-RETRY-LOG.
040900     ADD 1 TO CALC-LG-SEQ.
040950     PERFORM 2510-HASH-ENTRY THRU 2510-EXIT.
041000     WRITE CALC-LOG-RECORD.
041100 2265-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------*
041500*  2070-CHECK-MOEDA - MOEDA DIFERENTE DE ESPACOS/BRL TEM DE TER  *
041600*  TAXA NO CALCTAX COM VIGENCIA ATE HOJE; GUARDA A DE VIGENCIA   *
041700*  MAIS RECENTE PARA A CONVERSAO. SEM O ARQUIVO NAO HA COMO      *
041800*  CONVERTER E A MOEDA ESTRANGEIRA E RECUSADA.                   *
041900*----------------------------------------------------------------*
042000 2070-CHECK-MOEDA.
042100     IF WRK-MOEDA EQUAL SPACES OR WRK-MOEDA EQUAL "BRL"
042200        GO TO 2070-EXIT
042300     END-IF.
042400     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
042500     MOVE "N"  TO WRK-TAXA-SW.
042600     MOVE ZERO TO WRK-TAXA-DATA.
042700     MOVE ZERO TO WRK-TAXA-ATUAL.
042800     OPEN INPUT CALC-TAX-FILE.
042900     IF CALC-TAX-STATUS EQUAL "00"
043000        MOVE "N" TO WRK-TAX-EOF-SW
043100        PERFORM 2075-READ-TAXA THRU 2075-EXIT
043200            UNTIL WRK-TAX-EOF
043300        CLOSE CALC-TAX-FILE
043400     END-IF.
043500     IF NOT WRK-TAXA-ACHADA
043600        MOVE "N" TO WRK-VALID-SW
043700        MOVE "MOEDA DESCONHECIDA OU SEM TAXA VIGENTE" TO
043800            WRK-ERROR-MSG
043900     END-IF.
044000 2070-EXIT.
044100     EXIT.
044200
044300 2075-READ-TAXA.
044400     READ CALC-TAX-FILE
044500         AT END
044600             MOVE "Y" TO WRK-TAX-EOF-SW
044700             GO TO 2075-EXIT
044800     END-READ.
044900     IF CALC-TX-MOEDA EQUAL WRK-MOEDA
045000           AND CALC-TX-DATA NOT GREATER THAN WRK-DATE-NUM
045100           AND CALC-TX-DATA NOT LESS THAN WRK-TAXA-DATA
045130           AND (CALC-TX-SITUACAO EQUAL SPACE
045160            OR CALC-TX-SITUACAO EQUAL "C")
045200        MOVE CALC-TX-DATA TO WRK-TAXA-DATA
045300        MOVE CALC-TX-TAXA TO WRK-TAXA-ATUAL
045400        MOVE "Y" TO WRK-TAXA-SW
045500     END-IF.
045600 2075-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------*
046000*  2080-CHECK-CONTA - CONTA INFORMADA TEM DE EXISTIR NO CADASTRO *
046100*  (CALCCTA), ESTAR ABERTA E VIGENTE HOJE E ACEITAR A MOEDA DO   *
046200*  CALCULO. CONTA EM BRANCO PASSA (FICA FORA DO RESUMO DE        *
046300*  POSTAGEM); SEM O CADASTRO A CRITICA E PULADA, COMO NO LOTE.   *
046400*----------------------------------------------------------------*
046500 2080-CHECK-CONTA.
046600     IF WRK-CONTA EQUAL SPACES
046700        GO TO 2080-EXIT
046800     END-IF.
046900     OPEN INPUT CALC-CTA-FILE.
047000     IF CALC-CTA-STATUS NOT = "00"
047100        GO TO 2080-EXIT
047200     END-IF.
047300     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
047400     MOVE WRK-CONTA TO CALC-CT-CONTA.
047500     READ CALC-CTA-FILE
047600         INVALID KEY
047700             MOVE "N" TO WRK-VALID-SW
047800             MOVE "CONTA NAO CADASTRADA" TO WRK-ERROR-MSG
047900     END-READ.
048000     CLOSE CALC-CTA-FILE.
048100     IF WRK-INVALID
048200        GO TO 2080-EXIT
048300     END-IF.
048400     IF CALC-CT-STATUS NOT EQUAL "AB"
048500           OR CALC-CT-DATA-EFETIVA GREATER THAN WRK-DATE-NUM
048600           OR (CALC-CT-DATA-ENCERRA NOT EQUAL ZERO
048700           AND CALC-CT-DATA-ENCERRA NOT GREATER THAN
048800               WRK-DATE-NUM)
048900        MOVE "N" TO WRK-VALID-SW
049000        MOVE "CONTA ENCERRADA OU FORA DE VIGENCIA" TO
049100            WRK-ERROR-MSG
049200        GO TO 2080-EXIT
049300     END-IF.
049400     IF CALC-CT-MOEDA EQUAL SPACES
049500        GO TO 2080-EXIT
049600     END-IF.
049700     MOVE WRK-MOEDA TO WRK-CTA-MOEDA.
049800     IF WRK-CTA-MOEDA EQUAL SPACES
049900        MOVE "BRL" TO WRK-CTA-MOEDA
050000     END-IF.
050100     IF WRK-CTA-MOEDA NOT EQUAL CALC-CT-MOEDA
050200        MOVE "N" TO WRK-VALID-SW
050300        MOVE "CONTA NAO ACEITA A MOEDA" TO WRK-ERROR-MSG
050400     END-IF.
050500 2080-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------*
050900*  2090-CONVERT-CURRENCY - CONVERTE OS OPERANDOS DA MOEDA        *
051000*  ESTRANGEIRA PARA REAIS PELA TAXA ACHADA NA CRITICA, COMO O    *
051100*  2080 DO LOTE. UM DIVISOR QUE ZERA NO ARREDONDAMENTO DA        *
051200*  CONVERSAO E RECUSADO AQUI, ANTES DO CALCULO.                  *
051300*----------------------------------------------------------------*
051400 2090-CONVERT-CURRENCY.
051500     IF WRK-MOEDA EQUAL SPACES OR WRK-MOEDA EQUAL "BRL"
051600        GO TO 2090-EXIT
051700     END-IF.
051800     COMPUTE WRK-NUMERO1 ROUNDED = WRK-NUMERO1 * WRK-TAXA-ATUAL.
051900     COMPUTE WRK-NUMERO2 ROUNDED = WRK-NUMERO2 * WRK-TAXA-ATUAL.
052000     IF (WRK-OPERACAO EQUAL "4" OR WRK-OPERACAO EQUAL "5"
052100                              OR WRK-OPERACAO EQUAL "6")
052200           AND WRK-NUMERO2 EQUAL ZERO
052300        MOVE "N" TO WRK-VALID-SW
052400        MOVE "DIVISOR IGUAL A ZERO APOS A CONVERSAO" TO
052500            WRK-ERROR-MSG
052600     END-IF.
052700 2090-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------*
053100*  2500-READ-CHAIN - LE NO CALCSEL A CABECA DA CADEIA (CHAVE     *
053200*  ZERO), DE ONDE VEM O HASH DA ULTIMA ENTRADA GRAVADA, E O      *
053300*  CONTROLE DA DATA DA ENTRADA, DE ONDE VEM O PROXIMO SEQUENCIAL *
053400*  DA CADEIA. SEM CABECA A CADEIA COMECA AQUI (HASH ANTERIOR     *
053500*  ZERO); SEM O CONTROLE DA DATA ELA ABRE COM SEQUENCIAL 1. SEM  *
053600*  O CALCSEL A ENTRADA SAI FORA DA CADEIA (SEQUENCIAL ZERO).     *
053700*  O CONTROLE DA DATA FICA NA AREA DO ARQUIVO PARA O 2530.       *
053800*----------------------------------------------------------------*
053900 2500-READ-CHAIN.
054000     MOVE "N"  TO WRK-CAB-ACHOU-SW.
054100     MOVE "N"  TO WRK-DIA-ACHOU-SW.
054200     MOVE ZERO TO WRK-HS-ANTERIOR.
054300     MOVE ZERO TO WRK-CAD-SEQ.
054400     IF NOT WRK-SEL-DISPONIVEL
054500        GO TO 2500-EXIT
054600     END-IF.
054700     MOVE ZERO TO CALC-SL-DATA.
054800     READ CALC-SEL-FILE
054900         INVALID KEY
055000             MOVE CALC-LG-DATA TO WRK-CAB-INICIO
055100             MOVE ZERO TO WRK-CAB-TOTAL
055200         NOT INVALID KEY
055300             MOVE "Y" TO WRK-CAB-ACHOU-SW
055400             MOVE CALC-SC-INICIO   TO WRK-CAB-INICIO
055500             MOVE CALC-SC-TOTAL    TO WRK-CAB-TOTAL
055600             MOVE CALC-SC-ULT-HASH TO WRK-HS-ANTERIOR
055700     END-READ.
055800     MOVE CALC-LG-DATA TO CALC-SL-DATA.
055900     READ CALC-SEL-FILE
056000         INVALID KEY
056100             MOVE 1 TO WRK-CAD-SEQ
056200         NOT INVALID KEY
056300             MOVE "Y" TO WRK-DIA-ACHOU-SW
056400             COMPUTE WRK-CAD-SEQ = CALC-SL-QTD + 1
056500     END-READ.
056600 2500-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------*
057000*  2510-HASH-ENTRY - NUMERA A ENTRADA NA CADEIA, GUARDA O HASH   *
057100*  ANTERIOR E CALCULA O HASH DA ENTRADA: PARTINDO DO ANTERIOR,   *
057200*  CADA UMA DAS POSICOES 1 A 131 DO REGISTRO (CHAVE, CONTEUDO E  *
057300*  SEQUENCIAL DA CADEIA) ENTRA COMO H = (H * 257 + CODIGO DA     *
057400*  POSICAO) MODULO 999999999999989. O CALCCUST REFAZ A MESMA     *
057500*  CONTA; MUDAR AQUI OBRIGA MUDAR LA E NA CALCULADORA.           *
057600*----------------------------------------------------------------*
057700 2510-HASH-ENTRY.
057800     MOVE WRK-CAD-SEQ     TO CALC-LG-CAD-SEQ.
057900     MOVE WRK-HS-ANTERIOR TO CALC-LG-HASH-ANT.
058000     MOVE WRK-HS-ANTERIOR TO WRK-HS-VALOR.
058100     MOVE ZERO TO WRK-HS-IX.
058200     PERFORM 2520-HASH-BYTE THRU 2520-EXIT
058300         UNTIL WRK-HS-IX NOT LESS THAN WRK-HS-TAM.
058400     MOVE WRK-HS-VALOR TO CALC-LG-HASH.
058500 2510-EXIT.
058600     EXIT.
058700
058800 2520-HASH-BYTE.
058900     ADD 1 TO WRK-HS-IX.
059000     COMPUTE WRK-HS-TRAB = WRK-HS-VALOR * 257
059100         + FUNCTION ORD(CALC-LOG-RECORD(WRK-HS-IX:1)).
059200     DIVIDE WRK-HS-TRAB BY WRK-HS-PRIMO
059300         GIVING WRK-HS-QUOC REMAINDER WRK-HS-VALOR.
059400 2520-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------*
059800*  2530-ADVANCE-CHAIN - A ENTRADA FOI GRAVADA: O CONTROLE DA     *
059900*  DATA (CRIADO NA PRIMEIRA ENTRADA, COM O HASH ANTERIOR COMO    *
060000*  ELO COM A DATA DE ANTES) RECEBE O SEQUENCIAL, O HASH E O      *
060100*  RESULTADO, E A CABECA DA CADEIA PASSA A APONTAR PARA ELA.     *
060130*  FALHA AO ATUALIZAR O CALCSEL VAI PARA A MENSAGEM DA TELA: A   *
060160*  ENTRADA JA ESTA NO CALCLOG E A CADEIA FICA POR ACERTAR.       *
060200*----------------------------------------------------------------*
060300 2530-ADVANCE-CHAIN.
060400     IF NOT WRK-SEL-DISPONIVEL
060500        GO TO 2530-EXIT
060600     END-IF.
060700     IF NOT WRK-DIA-ACHOU
060800        MOVE SPACES TO CALC-SEL-RECORD
060900        MOVE CALC-LG-DATA    TO CALC-SL-DATA
061000        MOVE WRK-HS-ANTERIOR TO CALC-SL-HASH-INI
061100        MOVE ZERO TO CALC-SL-SOMA
061200        MOVE "A"  TO CALC-SL-SITUACAO
061300        MOVE ZERO TO CALC-SL-SELO-QTD
061400        MOVE ZERO TO CALC-SL-SELO-HASH
061500        MOVE ZERO TO CALC-SL-SELO-SOMA
061600        MOVE ZERO TO CALC-SL-SELO-DATA
061700        MOVE ZERO TO CALC-SL-SELO-HORA
061800     END-IF.
061900     MOVE WRK-CAD-SEQ  TO CALC-SL-QTD.
062000     MOVE CALC-LG-HASH TO CALC-SL-HASH-ULT.
062100     ADD CALC-LG-RESULTADO TO CALC-SL-SOMA.
062200     IF WRK-DIA-ACHOU
062300        REWRITE CALC-SEL-RECORD
062400     ELSE
062500        WRITE CALC-SEL-RECORD
062600     END-IF.
062620     IF CALC-SEL-STATUS NOT = "00"
062640        MOVE "DATA" TO WRK-SEL-ERRO-ONDE
062660        PERFORM 2535-CHAIN-ERROR THRU 2535-EXIT
062680     END-IF.
062700     ADD 1 TO WRK-CAB-TOTAL.
062800     MOVE SPACES TO CALC-SEL-CABECA.
062900     MOVE ZERO           TO CALC-SC-DATA.
063000     MOVE WRK-CAB-INICIO TO CALC-SC-INICIO.
063100     MOVE CALC-LG-DATA   TO CALC-SC-ULT-DATA.
063200     MOVE CALC-LG-HASH   TO CALC-SC-ULT-HASH.
063300     MOVE WRK-CAB-TOTAL  TO CALC-SC-TOTAL.
063400     IF WRK-CAB-ACHOU
063500        REWRITE CALC-SEL-CABECA
063600     ELSE
063700        WRITE CALC-SEL-CABECA
063800     END-IF.
063820     IF CALC-SEL-STATUS NOT = "00"
063840        MOVE "CABECA" TO WRK-SEL-ERRO-ONDE
063860        PERFORM 2535-CHAIN-ERROR THRU 2535-EXIT
063880     END-IF.
063900 2530-EXIT.
064000     EXIT.
064005
064011*----------------------------------------------------------------*
064017*  2535-CHAIN-ERROR - MONTA NA MENSAGEM DA TELA O ERRO DO        *
064023*  CALCSEL (CONTROLE DA DATA OU CABECA DA CADEIA).               *
064029*----------------------------------------------------------------*
064035 2535-CHAIN-ERROR.
064041     MOVE SPACES TO WRK-ERROR-MSG.
064047     STRING "CALCULO NO LOG, MAS ERRO " DELIMITED BY SIZE
064052            CALC-SEL-STATUS             DELIMITED BY SIZE
064058            " NO CALCSEL ("             DELIMITED BY SIZE
064064            WRK-SEL-ERRO-ONDE           DELIMITED BY SPACE
064070            ") - AVISE O SUPORTE"       DELIMITED BY SIZE
064076         INTO WRK-ERROR-MSG
064082     END-STRING.
064088 2535-EXIT.
064094     EXIT.
064100
064200*----------------------------------------------------------------*
064300*  2540-OPEN-CHAIN - ABRE O CALCSEL JUNTO COM O CALCLOG,         *
064370*  CRIANDO-O SO QUANDO AINDA NAO EXISTE (STATUS 35). QUALQUER    *
064450*  OUTRA FALHA DEIXA O CALCSEL INDISPONIVEL E O 2260 RECUSA O    *
064520*  REGISTRO, POIS ENTRADA FORA DA CADEIA NAO TEM COMO SER PROVADA*
064600*----------------------------------------------------------------*
064700 2540-OPEN-CHAIN.
064800     MOVE "N" TO WRK-SEL-DISP-SW.
064900     OPEN I-O CALC-SEL-FILE.
065000     IF CALC-SEL-STATUS EQUAL "35"
065100        OPEN OUTPUT CALC-SEL-FILE
065200        CLOSE CALC-SEL-FILE
065300        OPEN I-O CALC-SEL-FILE
065400     END-IF.
065500     IF CALC-SEL-STATUS EQUAL "00"
065600        MOVE "Y" TO WRK-SEL-DISP-SW
065700     END-IF.
065800 2540-EXIT.
065900     EXIT.
