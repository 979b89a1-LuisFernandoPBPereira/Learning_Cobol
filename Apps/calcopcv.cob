000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCOPCV.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. CONVERSAO UNICA DO        *
001200*                   CADASTRO DE OPERADORES: LE O CALCOPR ANTIGO  *
001300*                   (SEQUENCIAL, 50 POSICOES, SEM SENHA), AQUI   *
001400*                   ALOCADO COM O NOME CALCOPRS, E GRAVA O       *
001500*                   CALCOPR NOVO (INDEXADO PELO ID) COM CADA     *
001600*                   OPERADOR ATIVO, A SENHA PROVISORIA PEDIDA NO *
001700*                   CONSOLE E TROCA OBRIGATORIA NA PRIMEIRA      *
001800*                   ASSINATURA. O ID INFORMADO NO CONSOLE RECEBE *
001900*                   A AUTORIDADE DE ADMINISTRADOR DE SEGURANCA   *
002000*                   (TRANSACAO CADM).                            *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT             DIVISION.
002300 INPUT-OUTPUT            SECTION.
002400 FILE-CONTROL.
002500     SELECT CALC-OLD-FILE    ASSIGN TO CALCOPRS
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS  IS CALC-OLD-STATUS.
002800
002900     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003200         RECORD KEY   IS CALC-OP-ID
003300         FILE STATUS  IS CALC-OPR-STATUS.
003400
003500 DATA                    DIVISION.
003600 FILE                    SECTION.
003700 FD  CALC-OLD-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  CALC-OLD-RECORD.
004000     05  CALC-OL-ID              PIC X(08).
004100     05  CALC-OL-NOME            PIC X(30).
004200     05  CALC-OL-AUTORIZACOES    PIC X(06).
004300     05  CALC-OL-APROVADOR       PIC X(01).
004400     05  CALC-OL-CONTROLADORIA   PIC X(01).
004500     05  FILLER                  PIC X(04).
004600
004700 FD  CALC-OPR-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CALCOPR.
005000
005100 WORKING-STORAGE         SECTION.
005200 77  WRK-EOF-SW               PIC X(01) VALUE "N".
005300     88  WRK-EOF                        VALUE "Y".
005400 77  CALC-OLD-STATUS          PIC X(02) VALUE "00".
005500 77  CALC-OPR-STATUS          PIC X(02) VALUE "00".
005600 77  WRK-LIDOS-COUNT          PIC 9(07) COMP VALUE ZERO.
005700 77  WRK-GRAVADOS-COUNT       PIC 9(07) COMP VALUE ZERO.
005800 77  WRK-PERDIDOS-COUNT       PIC 9(07) COMP VALUE ZERO.
005900 77  WRK-DATA-HOJE            PIC 9(08) VALUE ZERO.
006000 77  WRK-SENHA-TEMP           PIC X(08) VALUE SPACES.
006100 77  WRK-SENHA-BRANCOS        PIC 9(02) COMP VALUE ZERO.
006200 77  WRK-ADMIN-ID             PIC X(08) VALUE SPACES.
006300 01  WRK-SH-ENTRADA.
006400     05  WRK-SH-ID        PIC X(08).
006500     05  WRK-SH-SENHA     PIC X(08).
006600 77  WRK-SH-IX            PIC 9(03) COMP VALUE ZERO.
006700 01  WRK-SH-VALOR         PIC 9(15) VALUE ZERO.
006800 01  WRK-SH-TRAB          PIC 9(18) VALUE ZERO.
006900 01  WRK-SH-QUOC          PIC 9(18) VALUE ZERO.
007000 01  WRK-SH-PRIMO         PIC 9(15) VALUE 999999999999989.
007100
007200 PROCEDURE               DIVISION.
007300
007400*----------------------------------------------------------------*
007500*  0000-MAINLINE - PEDE A SENHA PROVISORIA E O ID DO PRIMEIRO    *
007600*  ADMINISTRADOR DE SEGURANCA, ABRE O CADASTRO ANTIGO E O NOVO,  *
007700*  CONVERTE OPERADOR A OPERADOR, DA A AUTORIDADE AO              *
007800*  ADMINISTRADOR E MOSTRA OS TOTAIS.                             *
007900*----------------------------------------------------------------*
008000 0000-MAINLINE.
008100     DISPLAY "CALCOPCV - SENHA PROVISORIA (6 A 8 POSICOES): ".
008200     ACCEPT WRK-SENHA-TEMP FROM CONSOLE.
008300     MOVE ZERO TO WRK-SENHA-BRANCOS.
008400     INSPECT WRK-SENHA-TEMP
008500         TALLYING WRK-SENHA-BRANCOS FOR ALL SPACE.
008600     IF WRK-SENHA-BRANCOS GREATER THAN 2
008700        OR WRK-SENHA-TEMP(1:1) EQUAL SPACE
008800        DISPLAY "CALCOPCV - SENHA PROVISORIA DEVE TER DE 6 A 8 "
008900            "POSICOES"
009000        STOP RUN
009100     END-IF.
009200     DISPLAY "CALCOPCV - ID DO ADMINISTRADOR DE SEGURANCA: ".
009300     ACCEPT WRK-ADMIN-ID FROM CONSOLE.
009400     IF WRK-ADMIN-ID EQUAL SPACES
009500        DISPLAY "CALCOPCV - INFORME O ID DO ADMINISTRADOR DE "
009600            "SEGURANCA"
009700        STOP RUN
009800     END-IF.
009900     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
010000     OPEN INPUT CALC-OLD-FILE.
010100     IF CALC-OLD-STATUS NOT = "00"
010200        DISPLAY "CALCOPCV - ARQUIVO CALCOPRS NAO ENCONTRADO"
010300        STOP RUN
010400     END-IF.
010500     OPEN OUTPUT CALC-OPR-FILE.
010600     IF CALC-OPR-STATUS NOT = "00"
010700        DISPLAY "CALCOPCV - ERRO " CALC-OPR-STATUS
010800            " AO CRIAR O CALCOPR INDEXADO"
010900        STOP RUN
011000     END-IF.
011100     PERFORM 1100-READ-OLD THRU 1100-EXIT.
011200     PERFORM 2000-CONVERT-ENTRY THRU 2000-EXIT
011300         UNTIL WRK-EOF.
011400     CLOSE CALC-OLD-FILE.
011500     CLOSE CALC-OPR-FILE.
011600     PERFORM 3000-GRANT-ADMIN THRU 3000-EXIT.
011700     DISPLAY "CALCOPCV - " WRK-LIDOS-COUNT " OPERADORES LIDOS, "
011800         WRK-GRAVADOS-COUNT " GRAVADOS, "
011900         WRK-PERDIDOS-COUNT " PERDIDOS".
012000     STOP RUN.
012100
012200 1100-READ-OLD.
012300     READ CALC-OLD-FILE
012400         AT END
012500             MOVE "Y" TO WRK-EOF-SW
012600         NOT AT END
012700             ADD 1 TO WRK-LIDOS-COUNT
012800     END-READ.
012900 1100-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------------*
013300*  2000-CONVERT-ENTRY - MONTA O PERFIL NOVO A PARTIR DO ANTIGO:  *
013400*  MESMO ID, NOME E AUTORIDADES, ATIVO, SEM ADMINISTRACAO DE     *
013500*  SEGURANCA, COM A SENHA PROVISORIA E TROCA OBRIGATORIA NA      *
013600*  PRIMEIRA ASSINATURA. ID REPETIDO NO ARQUIVO ANTIGO FICA SO    *
013700*  COM A PRIMEIRA OCORRENCIA.                                    *
013800*----------------------------------------------------------------*
013900 2000-CONVERT-ENTRY.
014000     IF CALC-OL-ID EQUAL SPACES
014100        ADD 1 TO WRK-PERDIDOS-COUNT
014200        DISPLAY "CALCOPCV - ID EM BRANCO NO OPERADOR "
014300            WRK-LIDOS-COUNT
014400        GO TO 2000-PROXIMO
014500     END-IF.
014600     MOVE SPACES                TO CALC-OPR-RECORD.
014700     MOVE CALC-OL-ID            TO CALC-OP-ID.
014800     MOVE CALC-OL-NOME          TO CALC-OP-NOME.
014900     MOVE CALC-OL-AUTORIZACOES  TO CALC-OP-AUTORIZACOES.
015000     MOVE CALC-OL-APROVADOR     TO CALC-OP-APROVADOR.
015100     MOVE CALC-OL-CONTROLADORIA TO CALC-OP-CONTROLADORIA.
015200     MOVE "N"                   TO CALC-OP-ADMSEG.
015300     MOVE "A"                   TO CALC-OP-SITUACAO.
015400     MOVE WRK-SENHA-TEMP        TO WRK-SH-SENHA.
015500     PERFORM 2050-HASH-PASSWORD THRU 2050-EXIT.
015600     MOVE WRK-SH-VALOR          TO CALC-OP-SENHA-HASH.
015700     MOVE WRK-DATA-HOJE         TO CALC-OP-DATA-SENHA.
015800     MOVE "S"                   TO CALC-OP-TROCA-SENHA.
015900     MOVE ZERO                  TO CALC-OP-TENTATIVAS.
016000     MOVE ZERO                  TO CALC-OP-DATA-ULT-ASSIN.
016100     MOVE ZERO                  TO CALC-OP-HORA-ULT-ASSIN.
016200     MOVE WRK-DATA-HOJE         TO CALC-OP-DATA-INCLUSAO.
016300     MOVE WRK-DATA-HOJE         TO CALC-OP-DATA-ALTERACAO.
016400     MOVE "CALCOPCV"            TO CALC-OP-ADMIN-ALTERACAO.
016500     WRITE CALC-OPR-RECORD.
016600     IF CALC-OPR-STATUS EQUAL "00"
016700        ADD 1 TO WRK-GRAVADOS-COUNT
016800     ELSE
016900        ADD 1 TO WRK-PERDIDOS-COUNT
017000        DISPLAY "CALCOPCV - ERRO " CALC-OPR-STATUS
017100            " NO OPERADOR " CALC-OL-ID
017200     END-IF.
017300 2000-PROXIMO.
017400     PERFORM 1100-READ-OLD THRU 1100-EXIT.
017500 2000-EXIT.
017600     EXIT.
017700
017800*----------------------------------------------------------------*
017900*  2050-HASH-PASSWORD - HASH DA SENHA EM WRK-SH-SENHA JUNTO COM  *
018000*  O ID DO PERFIL (CALC-OP-ID): PARTINDO DE ZERO, CADA UMA DAS   *
018100*  16 POSICOES DE WRK-SH-ENTRADA ENTRA COMO H = (H * 257 +       *
018200*  CODIGO DA POSICAO) MODULO 999999999999989. E A MESMA CONTA DA *
018300*  ASSINATURA NAS TRANSACOES ONLINE E NO CALCTXL.                *
018400*----------------------------------------------------------------*
018500 2050-HASH-PASSWORD.
018600     MOVE CALC-OP-ID TO WRK-SH-ID.
018700     MOVE ZERO TO WRK-SH-VALOR.
018800     MOVE ZERO TO WRK-SH-IX.
018900     PERFORM 2060-HASH-BYTE THRU 2060-EXIT
019000         UNTIL WRK-SH-IX NOT LESS THAN 16.
019100 2050-EXIT.
019200     EXIT.
019300
019400 2060-HASH-BYTE.
019500     ADD 1 TO WRK-SH-IX.
019600     COMPUTE WRK-SH-TRAB = WRK-SH-VALOR * 257
019700         + FUNCTION ORD(WRK-SH-ENTRADA(WRK-SH-IX:1)).
019800     DIVIDE WRK-SH-TRAB BY WRK-SH-PRIMO
019900         GIVING WRK-SH-QUOC REMAINDER WRK-SH-VALOR.
020000 2060-EXIT.
020100     EXIT.
020200
020300*----------------------------------------------------------------*
020400*  3000-GRANT-ADMIN - DA AO ID INFORMADO A AUTORIDADE DE         *
020500*  ADMINISTRADOR DE SEGURANCA, PARA QUE ELE ENTRE NA CADM E      *
020600*  CUIDE DOS DEMAIS. O ID TEM DE ESTAR ENTRE OS CONVERTIDOS.     *
020700*----------------------------------------------------------------*
020800 3000-GRANT-ADMIN.
020900     OPEN I-O CALC-OPR-FILE.
021000     IF CALC-OPR-STATUS NOT = "00"
021100        DISPLAY "CALCOPCV - ERRO " CALC-OPR-STATUS
021200            " AO REABRIR O CALCOPR"
021300        GO TO 3000-EXIT
021400     END-IF.
021500     MOVE WRK-ADMIN-ID TO CALC-OP-ID.
021600     READ CALC-OPR-FILE
021700         INVALID KEY
021800             DISPLAY "CALCOPCV - ADMINISTRADOR " WRK-ADMIN-ID
021900                 " NAO ESTA NO CALCOPRS - NINGUEM ENTRA NA CADM"
022000             GO TO 3000-FECHA
022100     END-READ.
022200     MOVE "S" TO CALC-OP-ADMSEG.
022300     REWRITE CALC-OPR-RECORD
022400         INVALID KEY
022500             DISPLAY "CALCOPCV - ERRO " CALC-OPR-STATUS
022600                 " AO GRAVAR O ADMINISTRADOR " WRK-ADMIN-ID
022700             GO TO 3000-FECHA
022800     END-REWRITE.
022900     DISPLAY "CALCOPCV - " WRK-ADMIN-ID
023000         " E ADMINISTRADOR DE SEGURANCA".
023100 3000-FECHA.
023200     CLOSE CALC-OPR-FILE.
023300 3000-EXIT.
023400     EXIT.
