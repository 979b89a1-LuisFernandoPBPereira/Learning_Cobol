000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCRCT.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. RELATORIO TRIMESTRAL DE   *
001200*                   RECERTIFICACAO DE OPERADORES (CALCRCR): PARA *
001300*                   CADA ID DO CALCOPR LISTA NOME, SITUACAO,     *
001400*                   AUTORIZACOES, AUTORIDADES DE APROVADOR,      *
001500*                   CONTROLADORIA E ADMINISTRADOR DE SEGURANCA,  *
001600*                   ULTIMA ASSINATURA, ULTIMO CALCULO NO LOG     *
001700*                   (CALCLOGA E CALCLOG), DIAS SEM USO E A       *
001800*                   SITUACAO DA SENHA. O ID SEM USO HA MAIS DIAS *
001900*                   QUE O LIMITE PEDIDO NO CONSOLE (ZERO = 90)   *
002000*                   SAI MARCADO PARA REMOCAO. FECHA COM O RESUMO *
002100*                   E AS ASSINATURAS DO GESTOR E DO              *
002200*                   ADMINISTRADOR DE SEGURANCA.                  *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT             DIVISION.
002500 INPUT-OUTPUT            SECTION.
002600 FILE-CONTROL.
002700     SELECT CALC-OPR-FILE    ASSIGN TO CALCOPR
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE  IS SEQUENTIAL
003000         RECORD KEY   IS CALC-OP-ID
003100         FILE STATUS  IS CALC-OPR-STATUS.
003200
003300     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS CALC-LG-CHAVE
003700         FILE STATUS  IS CALC-LOG-IOSTAT.
003800
003900     SELECT CALC-LOGA-FILE   ASSIGN TO CALCLOGA
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS  IS CALC-LGA-STATUS.
004200
004300     SELECT CALC-RCR-FILE    ASSIGN TO CALCRCR
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS  IS CALC-RCR-STATUS.
004600
004700 DATA                    DIVISION.
004800 FILE                    SECTION.
004900 FD  CALC-OPR-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY CALCOPR.
005200
005300 FD  CALC-LOG-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY CALCLOG.
005600
005700 FD  CALC-LOGA-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  CALC-LOGA-RECORD         PIC X(161).
006000
006100 FD  CALC-RCR-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  CALC-RCR-RECORD          PIC X(80).
006400
006500 WORKING-STORAGE         SECTION.
006600 77  WRK-EOF-SW               PIC X(01) VALUE "N".
006700     88  WRK-EOF                        VALUE "Y".
006800 77  CALC-OPR-STATUS          PIC X(02) VALUE "00".
006900 77  CALC-LOG-IOSTAT          PIC X(02) VALUE "00".
007000 77  CALC-LGA-STATUS          PIC X(02) VALUE "00".
007100 77  CALC-RCR-STATUS          PIC X(02) VALUE "00".
007200
007300 01  WRK-DATE-NUM             PIC 9(08) VALUE ZERO.
007400 77  WRK-HOJE-INT             PIC S9(07) COMP VALUE ZERO.
007500 77  WRK-DIAS-LIMITE          PIC 9(03) VALUE ZERO.
007600 77  WRK-SENHA-VALIDADE       PIC 9(03) VALUE 90.
007700 77  WRK-INATIVO-DIAS         PIC S9(07) COMP VALUE ZERO.
007800 77  WRK-SENHA-DIAS           PIC S9(07) COMP VALUE ZERO.
007900 01  WRK-DATA-REF             PIC 9(08) VALUE ZERO.
008000 01  WRK-ULT-ATIV             PIC 9(08) VALUE ZERO.
008100 77  WRK-ATIV-SW              PIC X(01) VALUE "N".
008200     88  WRK-ATIV-APURADA               VALUE "Y".
008300
008400*    UMA ENTRADA POR OPERADOR DO CALCOPR, NA ORDEM DO ID, COM A
008500*    DATA DO ULTIMO CALCULO DELE NO LOG (ARQUIVO MORTO E ATUAL).
008600 77  WRK-OT-QTD               PIC 9(05) COMP VALUE ZERO.
008700 77  WRK-OT-MAX               PIC 9(05) COMP VALUE 3000.
008800 01  WRK-OPR-TABLE.
008900     05  WRK-OT-ENTRY OCCURS 1 TO 3000 TIMES
009000             DEPENDING ON WRK-OT-QTD
009100             ASCENDING KEY IS WRK-OT-ID
009200             INDEXED BY WRK-OT-IX.
009300         10  WRK-OT-ID        PIC X(08).
009400         10  WRK-OT-ULT-ATIV  PIC 9(08).
009500
009600 01  WRK-LOG-ENTRY.
009700     05  WRK-LE-DATA          PIC 9(08).
009800     05  WRK-LE-HORA          PIC 9(06).
009900     05  WRK-LE-OPERADOR      PIC X(08).
010000     05  FILLER               PIC X(139).
010100 77  WRK-LE-OPERADOR-BUSCA    PIC X(08) VALUE SPACES.
010200 01  WRK-LE-DATA-BUSCA        PIC 9(08) VALUE ZERO.
010300
010400 77  WRK-OPR-COUNT            PIC 9(07) COMP VALUE ZERO.
010500 77  WRK-ATIVO-COUNT          PIC 9(07) COMP VALUE ZERO.
010600 77  WRK-SUSPENSO-COUNT       PIC 9(07) COMP VALUE ZERO.
010700 77  WRK-BLOQUEADO-COUNT      PIC 9(07) COMP VALUE ZERO.
010800 77  WRK-APROVADOR-COUNT      PIC 9(07) COMP VALUE ZERO.
010900 77  WRK-CONTROLADORIA-COUNT  PIC 9(07) COMP VALUE ZERO.
011000 77  WRK-ADMSEG-COUNT         PIC 9(07) COMP VALUE ZERO.
011100 77  WRK-NUNCA-COUNT          PIC 9(07) COMP VALUE ZERO.
011200 77  WRK-VENCIDA-COUNT        PIC 9(07) COMP VALUE ZERO.
011300 77  WRK-REMOVER-COUNT        PIC 9(07) COMP VALUE ZERO.
011400 77  WRK-LOG-LIDAS            PIC 9(09) COMP VALUE ZERO.
011500 77  WRK-LOG-FORA             PIC 9(09) COMP VALUE ZERO.
011600 77  WRK-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
011700 77  WRK-LINES-PER-PAGE       PIC 9(04) COMP VALUE 48.
011800 77  WRK-PAGE-NUM             PIC 9(04) COMP VALUE ZERO.
011900
012000 01  WRK-HEADER-LINE-1.
012100     05  FILLER               PIC X(44) VALUE
012200         "CALCRCT - RECERTIFICACAO TRIMESTRAL DE OPERA".
012300     05  FILLER               PIC X(28) VALUE
012400         "DORES               PAGINA: ".
012500     05  WRK-HDR-PAGINA       PIC ZZZ9.
012600     05  FILLER               PIC X(04) VALUE SPACES.
012700 01  WRK-HEADER-LINE-2.
012800     05  FILLER               PIC X(16) VALUE "EMISSAO EM    : ".
012900     05  WRK-HDR-DATA         PIC 9(08).
013000     05  FILLER               PIC X(22) VALUE
013100         "   INATIVO HA MAIS DE ".
013200     05  WRK-HDR-LIMITE       PIC ZZ9.
013300     05  FILLER               PIC X(15) VALUE " DIAS = REMOVER".
013400     05  FILLER               PIC X(16) VALUE SPACES.
013500 01  WRK-COLUNA-LINE-1.
013600     05  FILLER               PIC X(40) VALUE
013700         "ID       NOME                           ".
013800     05  FILLER               PIC X(40) VALUE
013900         "S AUTOR. A C D ULT.ASS. ULT.ATIV  DIAS  ".
014000 01  WRK-COLUNA-LINE-2.
014100     05  FILLER               PIC X(40) VALUE
014200         "         S=SITUACAO (A/S/B)  A=APROVADOR".
014300     05  FILLER               PIC X(40) VALUE
014400         "  C=CONTROLADORIA  D=ADM. SEGURANCA     ".
014500
014600 01  WRK-DETAIL-LINE-1.
014700     05  WRK-DTL-ID           PIC X(08).
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  WRK-DTL-NOME         PIC X(30).
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  WRK-DTL-SITUACAO     PIC X(01).
015200     05  FILLER               PIC X(01) VALUE SPACE.
015300     05  WRK-DTL-AUTORIZACOES PIC X(06).
015400     05  FILLER               PIC X(01) VALUE SPACE.
015500     05  WRK-DTL-APROVADOR    PIC X(01).
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  WRK-DTL-CONTROLADORIA PIC X(01).
015800     05  FILLER               PIC X(01) VALUE SPACE.
015900     05  WRK-DTL-ADMSEG       PIC X(01).
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  WRK-DTL-ULT-ASSIN    PIC X(08).
016200     05  FILLER               PIC X(01) VALUE SPACE.
016300     05  WRK-DTL-ULT-ATIV     PIC X(08).
016400     05  FILLER               PIC X(01) VALUE SPACE.
016500     05  WRK-DTL-DIAS         PIC ZZZZ9.
016600     05  FILLER               PIC X(02) VALUE SPACES.
016700 01  WRK-DETAIL-LINE-2.
016800     05  FILLER               PIC X(09) VALUE SPACES.
016900     05  FILLER               PIC X(07) VALUE "SENHA: ".
017000     05  WRK-DTL-DATA-SENHA   PIC 9(08).
017100     05  FILLER               PIC X(01) VALUE SPACE.
017200     05  WRK-DTL-SENHA-SIT    PIC X(10).
017300     05  FILLER               PIC X(01) VALUE SPACE.
017400     05  FILLER               PIC X(10) VALUE "INCLUSAO: ".
017500     05  WRK-DTL-INCLUSAO     PIC 9(08).
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  WRK-DTL-RECOMENDACAO PIC X(25).
017800
017900 01  WRK-RESUMO-LINE.
018000     05  WRK-RES-TEXTO        PIC X(36).
018100     05  WRK-RES-QTD          PIC ZZZZZZZZ9.
018200     05  FILLER               PIC X(35) VALUE SPACES.
018300
018400 01  WRK-ASSINATURA-LINE.
018500     05  WRK-ASS-CARGO        PIC X(20).
018600     05  FILLER               PIC X(20) VALUE
018700         "____________________".
018800     05  FILLER               PIC X(40) VALUE
018900         "  DATA: ____/____/________              ".
019000
019100 PROCEDURE               DIVISION.
019200
019300*----------------------------------------------------------------*
019400*  0000-MAINLINE - CARREGA OS OPERADORES, APURA A ULTIMA         *
019500*  ATIVIDADE DE CADA UM NO LOG DE CALCULOS E IMPRIME A LISTA DE  *
019600*  RECERTIFICACAO COM O RESUMO E AS ASSINATURAS.                 *
019700*----------------------------------------------------------------*
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT.
020100     IF WRK-OT-QTD GREATER THAN ZERO
020200        PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT
020300        PERFORM 3500-SCAN-LOG THRU 3500-EXIT
020400     END-IF.
020500     PERFORM 4000-PRINT-OPERATORS THRU 4000-EXIT.
020600     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
020700     CLOSE CALC-RCR-FILE.
020800     DISPLAY "CALCRCT - " WRK-OPR-COUNT " OPERADORES, "
020900         WRK-REMOVER-COUNT " RECOMENDADOS PARA REMOCAO".
021000     STOP RUN.
021100
021200*----------------------------------------------------------------*
021300*  1000-INITIALIZE - PEDE O LIMITE DE INATIVIDADE EM DIAS (ZERO  *
021400*  = 90), ABRE O RELATORIO E IMPRIME O PRIMEIRO CABECALHO.       *
021500*----------------------------------------------------------------*
021600 1000-INITIALIZE.
021700     DISPLAY "CALCRCT - DIAS SEM USO PARA REMOCAO (0=90): ".
021800     ACCEPT WRK-DIAS-LIMITE FROM CONSOLE.
021900     IF WRK-DIAS-LIMITE EQUAL ZERO
022000        MOVE 90 TO WRK-DIAS-LIMITE
022100     END-IF.
022200     ACCEPT WRK-DATE-NUM FROM DATE YYYYMMDD.
022300     COMPUTE WRK-HOJE-INT =
022400         FUNCTION INTEGER-OF-DATE(WRK-DATE-NUM).
022500     OPEN OUTPUT CALC-RCR-FILE.
022600     PERFORM 8000-PRINT-HEADER THRU 8000-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------*
023100*  2000-LOAD-OPERATORS - GUARDA OS IDS DO CALCOPR (JA NA ORDEM   *
023200*  DA CHAVE) NA TABELA DE APURACAO DA ULTIMA ATIVIDADE.          *
023300*----------------------------------------------------------------*
023400 2000-LOAD-OPERATORS.
023500     OPEN INPUT CALC-OPR-FILE.
023600     IF CALC-OPR-STATUS NOT = "00"
023700        DISPLAY "CALCRCT - CADASTRO DE OPERADORES (CALCOPR) "
023800            "INDISPONIVEL (" CALC-OPR-STATUS ")"
023900        GO TO 2000-EXIT
024000     END-IF.
024100     MOVE "N" TO WRK-EOF-SW.
024200     PERFORM 2100-READ-OPERATOR THRU 2100-EXIT
024300         UNTIL WRK-EOF.
024400     CLOSE CALC-OPR-FILE.
024500 2000-EXIT.
024600     EXIT.
024700
024800 2100-READ-OPERATOR.
024900     READ CALC-OPR-FILE
025000         AT END
025100             MOVE "Y" TO WRK-EOF-SW
025200             GO TO 2100-EXIT
025300     END-READ.
025400     IF WRK-OT-QTD NOT LESS THAN WRK-OT-MAX
025500        DISPLAY "CALCRCT - TABELA DE OPERADORES CHEIA - "
025600            "EXCEDENTES SAEM SEM A ULTIMA ATIVIDADE"
025700        MOVE "Y" TO WRK-EOF-SW
025800        GO TO 2100-EXIT
025900     END-IF.
026000     ADD 1 TO WRK-OT-QTD.
026100     MOVE CALC-OP-ID TO WRK-OT-ID(WRK-OT-QTD).
026200     MOVE ZERO       TO WRK-OT-ULT-ATIV(WRK-OT-QTD).
026300 2100-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------------*
026700*  3000-SCAN-ARCHIVE - VARRE AS GERACOES DO ARQUIVO MORTO        *
026800*  (CALCLOGA, ACUMULADAS PELO CALCHKP) ATRAS DA DATA DO ULTIMO   *
026900*  CALCULO DE CADA OPERADOR. SEM O ARQUIVO, SO O LOG ATUAL CONTA.*
027000*----------------------------------------------------------------*
027100 3000-SCAN-ARCHIVE.
027200     OPEN INPUT CALC-LOGA-FILE.
027300     IF CALC-LGA-STATUS NOT = "00"
027400        DISPLAY "CALCRCT - ARQUIVO MORTO (CALCLOGA) "
027500            "INDISPONIVEL (" CALC-LGA-STATUS ")"
027600        GO TO 3000-EXIT
027700     END-IF.
027800     MOVE "N" TO WRK-EOF-SW.
027900     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
028000         UNTIL WRK-EOF.
028100     CLOSE CALC-LOGA-FILE.
028200 3000-EXIT.
028300     EXIT.
028400
028500 3100-READ-ARCHIVE.
028600     READ CALC-LOGA-FILE
028700         AT END
028800             MOVE "Y" TO WRK-EOF-SW
028900             GO TO 3100-EXIT
029000     END-READ.
029100     MOVE CALC-LOGA-RECORD TO WRK-LOG-ENTRY.
029200     IF WRK-LE-DATA NOT NUMERIC
029300        GO TO 3100-EXIT
029400     END-IF.
029500     MOVE WRK-LE-OPERADOR TO WRK-LE-OPERADOR-BUSCA.
029600     MOVE WRK-LE-DATA     TO WRK-LE-DATA-BUSCA.
029700     PERFORM 3900-NOTE-ACTIVITY THRU 3900-EXIT.
029800 3100-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200*  3500-SCAN-LOG - IDEM PARA O LOG ATUAL (CALCLOG).              *
030300*----------------------------------------------------------------*
030400 3500-SCAN-LOG.
030500     OPEN INPUT CALC-LOG-FILE.
030600     IF CALC-LOG-IOSTAT NOT = "00"
030700        DISPLAY "CALCRCT - LOG DE CALCULOS (CALCLOG) "
030800            "INDISPONIVEL (" CALC-LOG-IOSTAT ")"
030900        GO TO 3500-EXIT
031000     END-IF.
031100     MOVE "N" TO WRK-EOF-SW.
031200     PERFORM 3600-READ-LOG THRU 3600-EXIT
031300         UNTIL WRK-EOF.
031400     CLOSE CALC-LOG-FILE.
031500 3500-EXIT.
031600     EXIT.
031700
031800 3600-READ-LOG.
031900     READ CALC-LOG-FILE
032000         AT END
032100             MOVE "Y" TO WRK-EOF-SW
032200             GO TO 3600-EXIT
032300     END-READ.
032400     MOVE CALC-LG-OPERADOR TO WRK-LE-OPERADOR-BUSCA.
032500     MOVE CALC-LG-DATA     TO WRK-LE-DATA-BUSCA.
032600     PERFORM 3900-NOTE-ACTIVITY THRU 3900-EXIT.
032700 3600-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------------*
033100*  3900-NOTE-ACTIVITY - LEVA A DATA DA ENTRADA DO LOG PARA O     *
033200*  OPERADOR NA TABELA, SE FOR A MAIS RECENTE DELE. ENTRADA DE ID *
033300*  QUE NAO ESTA MAIS NO CADASTRO SO ENTRA NA CONTAGEM.           *
033400*----------------------------------------------------------------*
033500 3900-NOTE-ACTIVITY.
033600     ADD 1 TO WRK-LOG-LIDAS.
033700     SEARCH ALL WRK-OT-ENTRY
033800         AT END
033900             ADD 1 TO WRK-LOG-FORA
034000         WHEN WRK-OT-ID(WRK-OT-IX) EQUAL WRK-LE-OPERADOR-BUSCA
034100             IF WRK-LE-DATA-BUSCA GREATER THAN
034200                   WRK-OT-ULT-ATIV(WRK-OT-IX)
034300                MOVE WRK-LE-DATA-BUSCA
034400                    TO WRK-OT-ULT-ATIV(WRK-OT-IX)
034500             END-IF
034600     END-SEARCH.
034700 3900-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------*
035100*  4000-PRINT-OPERATORS - RELE O CALCOPR E IMPRIME CADA PERFIL.  *
035200*----------------------------------------------------------------*
035300 4000-PRINT-OPERATORS.
035400     OPEN INPUT CALC-OPR-FILE.
035500     IF CALC-OPR-STATUS NOT = "00"
035600        GO TO 4000-EXIT
035700     END-IF.
035800     MOVE "N" TO WRK-EOF-SW.
035900     PERFORM 4100-READ-OPERATOR THRU 4100-EXIT
036000         UNTIL WRK-EOF.
036100     CLOSE CALC-OPR-FILE.
036200 4000-EXIT.
036300     EXIT.
036400
036500 4100-READ-OPERATOR.
036600     READ CALC-OPR-FILE
036700         AT END
036800             MOVE "Y" TO WRK-EOF-SW
036900             GO TO 4100-EXIT
037000     END-READ.
037100     ADD 1 TO WRK-OPR-COUNT.
037200     PERFORM 4200-EVALUATE-OPERATOR THRU 4200-EXIT.
037300     PERFORM 4500-PRINT-DETAIL THRU 4500-EXIT.
037400 4100-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------*
037800*  4200-EVALUATE-OPERATOR - CONTA O PERFIL E APURA A INATIVIDADE:*
037900*  DIAS DESDE O USO MAIS RECENTE ENTRE A ULTIMA ASSINATURA, O    *
038000*  ULTIMO CALCULO NO LOG E A INCLUSAO (O ID NOVO QUE AINDA NAO   *
038100*  ASSINOU CONTA DA INCLUSAO). ACIMA DO LIMITE, RECOMENDA A      *
038200*  REMOCAO.                                                      *
038300*----------------------------------------------------------------*
038400 4200-EVALUATE-OPERATOR.
038500     EVALUATE CALC-OP-SITUACAO
038600         WHEN "S"
038700            ADD 1 TO WRK-SUSPENSO-COUNT
038800         WHEN "B"
038900            ADD 1 TO WRK-BLOQUEADO-COUNT
039000         WHEN OTHER
039100            ADD 1 TO WRK-ATIVO-COUNT
039200     END-EVALUATE.
039300     IF CALC-OP-APROVADOR EQUAL "S"
039400        ADD 1 TO WRK-APROVADOR-COUNT
039500     END-IF.
039600     IF CALC-OP-CONTROLADORIA EQUAL "S"
039700        ADD 1 TO WRK-CONTROLADORIA-COUNT
039800     END-IF.
039900     IF CALC-OP-ADMSEG EQUAL "S"
040000        ADD 1 TO WRK-ADMSEG-COUNT
040100     END-IF.
040200     IF CALC-OP-DATA-ULT-ASSIN EQUAL ZERO
040300        ADD 1 TO WRK-NUNCA-COUNT
040400     END-IF.
040500     MOVE "N"  TO WRK-ATIV-SW.
040600     MOVE ZERO TO WRK-ULT-ATIV.
040700     IF WRK-OT-QTD GREATER THAN ZERO
040800        SEARCH ALL WRK-OT-ENTRY
040900            WHEN WRK-OT-ID(WRK-OT-IX) EQUAL CALC-OP-ID
041000                MOVE "Y" TO WRK-ATIV-SW
041100                MOVE WRK-OT-ULT-ATIV(WRK-OT-IX) TO WRK-ULT-ATIV
041200        END-SEARCH
041300     END-IF.
041400     MOVE CALC-OP-DATA-INCLUSAO TO WRK-DATA-REF.
041500     IF CALC-OP-DATA-ULT-ASSIN GREATER THAN WRK-DATA-REF
041600        MOVE CALC-OP-DATA-ULT-ASSIN TO WRK-DATA-REF
041700     END-IF.
041800     IF WRK-ULT-ATIV GREATER THAN WRK-DATA-REF
041900        MOVE WRK-ULT-ATIV TO WRK-DATA-REF
042000     END-IF.
042100     IF WRK-DATA-REF EQUAL ZERO
042200        MOVE 99999 TO WRK-INATIVO-DIAS
042300     ELSE
042400        COMPUTE WRK-INATIVO-DIAS = WRK-HOJE-INT -
042500            FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
042600        IF WRK-INATIVO-DIAS LESS THAN ZERO
042700           MOVE ZERO TO WRK-INATIVO-DIAS
042800        END-IF
042900     END-IF.
043000     MOVE SPACES TO WRK-DTL-SENHA-SIT.
043100     IF CALC-OP-TROCA-SENHA EQUAL "S"
043200        MOVE "TROCA PEND" TO WRK-DTL-SENHA-SIT
043300     ELSE
043400        IF CALC-OP-DATA-SENHA EQUAL ZERO
043500           MOVE WRK-SENHA-VALIDADE TO WRK-SENHA-DIAS
043600           ADD 1 TO WRK-SENHA-DIAS
043700        ELSE
043800           COMPUTE WRK-SENHA-DIAS = WRK-HOJE-INT -
043900               FUNCTION INTEGER-OF-DATE(CALC-OP-DATA-SENHA)
044000        END-IF
044100        IF WRK-SENHA-DIAS GREATER THAN WRK-SENHA-VALIDADE
044200           MOVE "VENCIDA" TO WRK-DTL-SENHA-SIT
044300           ADD 1 TO WRK-VENCIDA-COUNT
044400        END-IF
044500     END-IF.
044600     IF WRK-INATIVO-DIAS GREATER THAN WRK-DIAS-LIMITE
044700        MOVE "*** REMOVER (INATIVO) ***" TO WRK-DTL-RECOMENDACAO
044800        ADD 1 TO WRK-REMOVER-COUNT
044900     ELSE
045000        MOVE "MANTER" TO WRK-DTL-RECOMENDACAO
045100     END-IF.
045200 4200-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600*  4500-PRINT-DETAIL - DUAS LINHAS E UM BRANCO POR OPERADOR,     *
045700*  COM QUEBRA DE PAGINA.                                         *
045800*----------------------------------------------------------------*
045900 4500-PRINT-DETAIL.
046000     IF WRK-LINE-COUNT NOT LESS THAN WRK-LINES-PER-PAGE
046100        PERFORM 8000-PRINT-HEADER THRU 8000-EXIT
046200     END-IF.
046300     MOVE CALC-OP-ID            TO WRK-DTL-ID.
046400     MOVE CALC-OP-NOME          TO WRK-DTL-NOME.
046500     MOVE CALC-OP-SITUACAO      TO WRK-DTL-SITUACAO.
046600     MOVE CALC-OP-AUTORIZACOES  TO WRK-DTL-AUTORIZACOES.
046700     MOVE CALC-OP-APROVADOR     TO WRK-DTL-APROVADOR.
046800     MOVE CALC-OP-CONTROLADORIA TO WRK-DTL-CONTROLADORIA.
046900     MOVE CALC-OP-ADMSEG        TO WRK-DTL-ADMSEG.
047000     IF CALC-OP-DATA-ULT-ASSIN EQUAL ZERO
047100        MOVE "NUNCA"                TO WRK-DTL-ULT-ASSIN
047200     ELSE
047300        MOVE CALC-OP-DATA-ULT-ASSIN TO WRK-DTL-ULT-ASSIN
047400     END-IF.
047500     IF NOT WRK-ATIV-APURADA
047600        MOVE "N/APUR."              TO WRK-DTL-ULT-ATIV
047700     ELSE
047800        IF WRK-ULT-ATIV EQUAL ZERO
047900           MOVE "NENHUMA"           TO WRK-DTL-ULT-ATIV
048000        ELSE
048100           MOVE WRK-ULT-ATIV        TO WRK-DTL-ULT-ATIV
048200        END-IF
048300     END-IF.
048400     MOVE WRK-INATIVO-DIAS      TO WRK-DTL-DIAS.
048500     MOVE CALC-OP-DATA-SENHA    TO WRK-DTL-DATA-SENHA.
048600     MOVE CALC-OP-DATA-INCLUSAO TO WRK-DTL-INCLUSAO.
048700     MOVE WRK-DETAIL-LINE-1 TO CALC-RCR-RECORD.
048800     WRITE CALC-RCR-RECORD.
048900     MOVE WRK-DETAIL-LINE-2 TO CALC-RCR-RECORD.
049000     WRITE CALC-RCR-RECORD.
049100     MOVE SPACES TO CALC-RCR-RECORD.
049200     WRITE CALC-RCR-RECORD.
049300     ADD 3 TO WRK-LINE-COUNT.
049400 4500-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------*
049800*  5000-PRINT-SUMMARY - CONTAGENS FINAIS E AS ASSINATURAS DE     *
049900*  QUEM RECERTIFICA.                                             *
050000*----------------------------------------------------------------*
050100 5000-PRINT-SUMMARY.
050200     MOVE SPACES TO CALC-RCR-RECORD.
050300     WRITE CALC-RCR-RECORD.
050400     MOVE "OPERADORES NO CALCOPR             : " TO WRK-RES-TEXTO.
050500     MOVE WRK-OPR-COUNT TO WRK-RES-QTD.
050600     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
050700     MOVE "  ATIVOS                          : " TO WRK-RES-TEXTO.
050800     MOVE WRK-ATIVO-COUNT TO WRK-RES-QTD.
050900     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
051000     MOVE "  SUSPENSOS                       : " TO WRK-RES-TEXTO.
051100     MOVE WRK-SUSPENSO-COUNT TO WRK-RES-QTD.
051200     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
051300     MOVE "  BLOQUEADOS POR SENHA ERRADA     : " TO WRK-RES-TEXTO.
051400     MOVE WRK-BLOQUEADO-COUNT TO WRK-RES-QTD.
051500     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
051600     MOVE "COM AUTORIDADE DE APROVADOR       : " TO WRK-RES-TEXTO.
051700     MOVE WRK-APROVADOR-COUNT TO WRK-RES-QTD.
051800     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
051900     MOVE "COM AUTORIDADE DE CONTROLADORIA   : " TO WRK-RES-TEXTO.
052000     MOVE WRK-CONTROLADORIA-COUNT TO WRK-RES-QTD.
052100     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
052200     MOVE "ADMINISTRADORES DE SEGURANCA      : " TO WRK-RES-TEXTO.
052300     MOVE WRK-ADMSEG-COUNT TO WRK-RES-QTD.
052400     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
052500     MOVE "NUNCA ASSINARAM                   : " TO WRK-RES-TEXTO.
052600     MOVE WRK-NUNCA-COUNT TO WRK-RES-QTD.
052700     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
052800     MOVE "COM SENHA VENCIDA                 : " TO WRK-RES-TEXTO.
052900     MOVE WRK-VENCIDA-COUNT TO WRK-RES-QTD.
053000     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
053100     MOVE "RECOMENDADOS PARA REMOCAO         : " TO WRK-RES-TEXTO.
053200     MOVE WRK-REMOVER-COUNT TO WRK-RES-QTD.
053300     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
053400     MOVE "ENTRADAS DO LOG LIDAS             : " TO WRK-RES-TEXTO.
053500     MOVE WRK-LOG-LIDAS TO WRK-RES-QTD.
053600     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
053700     MOVE "  DE ID FORA DO CADASTRO          : " TO WRK-RES-TEXTO.
053800     MOVE WRK-LOG-FORA TO WRK-RES-QTD.
053900     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
054000     MOVE SPACES TO CALC-RCR-RECORD.
054100     WRITE CALC-RCR-RECORD.
054200     WRITE CALC-RCR-RECORD.
054300     MOVE "GESTOR DA AREA    : " TO WRK-ASS-CARGO.
054400     MOVE WRK-ASSINATURA-LINE TO CALC-RCR-RECORD.
054500     WRITE CALC-RCR-RECORD.
054600     MOVE SPACES TO CALC-RCR-RECORD.
054700     WRITE CALC-RCR-RECORD.
054800     MOVE "ADM. DE SEGURANCA : " TO WRK-ASS-CARGO.
054900     MOVE WRK-ASSINATURA-LINE TO CALC-RCR-RECORD.
055000     WRITE CALC-RCR-RECORD.
055100 5000-EXIT.
055200     EXIT.
055300
055400 5100-WRITE-SUMMARY.
055500     MOVE WRK-RESUMO-LINE TO CALC-RCR-RECORD.
055600     WRITE CALC-RCR-RECORD.
055700 5100-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------------*
056100*  8000-PRINT-HEADER - CABECALHO DE PAGINA.                      *
056200*----------------------------------------------------------------*
056300 8000-PRINT-HEADER.
056400     ADD 1 TO WRK-PAGE-NUM.
056500     MOVE WRK-PAGE-NUM TO WRK-HDR-PAGINA.
056600     MOVE WRK-HEADER-LINE-1 TO CALC-RCR-RECORD.
056700     WRITE CALC-RCR-RECORD.
056800     MOVE WRK-DATE-NUM    TO WRK-HDR-DATA.
056900     MOVE WRK-DIAS-LIMITE TO WRK-HDR-LIMITE.
057000     MOVE WRK-HEADER-LINE-2 TO CALC-RCR-RECORD.
057100     WRITE CALC-RCR-RECORD.
057200     MOVE SPACES TO CALC-RCR-RECORD.
057300     WRITE CALC-RCR-RECORD.
057400     MOVE WRK-COLUNA-LINE-1 TO CALC-RCR-RECORD.
057500     WRITE CALC-RCR-RECORD.
057600     MOVE WRK-COLUNA-LINE-2 TO CALC-RCR-RECORD.
057700     WRITE CALC-RCR-RECORD.
057800     MOVE SPACES TO CALC-RCR-RECORD.
057900     WRITE CALC-RCR-RECORD.
058000     MOVE ZERO TO WRK-LINE-COUNT.
058100 8000-EXIT.
058200     EXIT.
