000100 IDENTIFICATION          DIVISION.
000200 PROGRAM-ID.             CALCESTR.
000300 AUTHOR.                 J HENRIQUES.
000400 INSTALLATION.           CONTADORIA - PROCESSAMENTO BATCH.
000500 DATE-WRITTEN.           15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*                       HISTORICO DE ALTERACOES                  *
000900*----------------------------------------------------------------*
001000* DATA       AUTOR  DESCRICAO                                    *
001100* 15/10/2026 JH     PROGRAMA ORIGINAL. REGISTRO DE ESTORNOS PARA *
001200*                   O SUPERVISOR: PARA UMA FAIXA DE DATAS PEDIDA *
001300*                   NO CONSOLE, RECOLHE OS ESTORNOS (TIPO "R")   *
001400*                   DO ARQUIVO MORTO (CALCLOGA) E DO LOG VIVO    *
001500*                   (CALCLOG), LOCALIZA O CALCULO ORIGINAL DE    *
001600*                   CADA UM (VIVO PELA CHAVE, SENAO NO MORTO) E  *
001700*                   IMPRIME EM CALCESR O ESTORNO E, NA LINHA DE  *
001800*                   BAIXO, O ORIGINAL COM ONDE FOI ACHADO E SE A *
001900*                   SOMA DOS DOIS ZERA. FECHA COM AS CONTAGENS.  *
001930* 15/10/2026 JH     CALCLOGA (MORTO DO LOG) PASSOU A 161 POSICOES*
001960*                   COM A CADEIA DE CUSTODIA.                    *
002000*----------------------------------------------------------------*
002100 ENVIRONMENT             DIVISION.
002200 INPUT-OUTPUT            SECTION.
002300 FILE-CONTROL.
002400     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE  IS DYNAMIC
002700         RECORD KEY   IS CALC-LG-CHAVE
002800         FILE STATUS  IS CALC-LOG-IOSTAT.
002900
003000     SELECT CALC-LOGA-FILE   ASSIGN TO CALCLOGA
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS  IS CALC-LGA-STATUS.
003300
003400     SELECT CALC-ESR-FILE    ASSIGN TO CALCESR
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS  IS CALC-ESR-STATUS.
003700
003800 DATA                    DIVISION.
003900 FILE                    SECTION.
004000 FD  CALC-LOG-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY CALCLOG.
004300
004400 FD  CALC-LOGA-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  CALC-LOGA-RECORD         PIC X(161).
004700
004800 FD  CALC-ESR-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  CALC-ESR-RECORD          PIC X(80).
005100
005200 WORKING-STORAGE         SECTION.
005300 77  WRK-EOF-SW               PIC X(01) VALUE "N".
005400     88  WRK-EOF                        VALUE "Y".
005500 77  CALC-LOG-IOSTAT          PIC X(02) VALUE "00".
005600 77  CALC-LGA-STATUS          PIC X(02) VALUE "00".
005700 77  CALC-ESR-STATUS          PIC X(02) VALUE "00".
005800
005900 01  WRK-DATA-INICIAL         PIC 9(08) VALUE ZERO.
006000 01  WRK-DATA-FINAL           PIC 9(08) VALUE ZERO.
006100
006200*    IMAGEM DE UMA ENTRADA DO LOG, VALIDA PARA AS DUAS FONTES
006300*    (O ARQUIVO MORTO GUARDA A IMAGEM CRUA DO CALCLOG).
006400 01  WRK-LOG-ENTRY.
006500     05  WRK-LE-CHAVE.
006600         10  WRK-LE-DATA      PIC 9(08).
006700         10  WRK-LE-HORA      PIC 9(06).
006800         10  WRK-LE-OPERADOR  PIC X(08).
006900         10  WRK-LE-SEQ       PIC X(03).
007000     05  WRK-LE-NUMERO1       PIC S9(16)V99.
007100     05  WRK-LE-NUMERO2       PIC S9(16)V99.
007200     05  WRK-LE-OPERACAO      PIC X(01).
007300     05  WRK-LE-RESULTADO     PIC S9(16)V99.
007400     05  WRK-LE-STATUS        PIC X(02).
007500     05  WRK-LE-RUN-ID        PIC X(06).
007600     05  WRK-LE-CONTA         PIC X(10).
007700     05  WRK-LE-TIPO          PIC X(01).
007800     05  WRK-LE-REF-CHAVE.
007900         10  WRK-LE-REF-DATA      PIC X(08).
008000         10  WRK-LE-REF-HORA      PIC X(06).
008100         10  WRK-LE-REF-OPERADOR  PIC X(08).
008200         10  WRK-LE-REF-SEQ       PIC X(03).
008300
008400*    ESTORNOS RECOLHIDOS NA FAIXA, COM O ORIGINAL DE CADA UM
008500*    PREENCHIDO NA SEGUNDA PASSADA.
008600 77  WRK-ES-QTD               PIC 9(05) COMP VALUE ZERO.
008700 77  WRK-ES-MAX               PIC 9(05) COMP VALUE 2000.
008800 77  WRK-ES-IX                PIC 9(05) COMP VALUE ZERO.
008900 01  WRK-ESTORNO-TABLE.
009000     05  WRK-ES-ENTRY OCCURS 2000 TIMES.
009100         10  WRK-ES-IMAGEM        PIC X(124).
009200         10  WRK-ES-ORIG-FONTE    PIC X(14).
009300         10  WRK-ES-ORIG-RESULT   PIC S9(16)V99.
009400
009500 77  WRK-ESTORNO-COUNT        PIC 9(07) COMP VALUE ZERO.
009600 77  WRK-OK-COUNT             PIC 9(07) COMP VALUE ZERO.
009700 77  WRK-ERRO-COUNT           PIC 9(07) COMP VALUE ZERO.
009800 77  WRK-SEM-ORIG-COUNT       PIC 9(07) COMP VALUE ZERO.
009900 77  WRK-DIVERGE-COUNT        PIC 9(07) COMP VALUE ZERO.
010000 01  WRK-SOMA-ESTORNOS        PIC S9(16)V99 VALUE ZEROS.
010100 01  WRK-LIQUIDO              PIC S9(16)V99 VALUE ZEROS.
010200 77  WRK-ARQ-DISP-SW          PIC X(01) VALUE "N".
010300     88  WRK-ARQ-DISPONIVEL             VALUE "Y".
010400 77  WRK-VIVO-DISP-SW         PIC X(01) VALUE "N".
010500     88  WRK-VIVO-DISPONIVEL            VALUE "Y".
010600 77  WRK-PENDENTE-COUNT       PIC 9(05) COMP VALUE ZERO.
010700 77  WRK-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
010800 77  WRK-LINES-PER-PAGE       PIC 9(04) COMP VALUE 50.
010900 77  WRK-PAGE-NUM             PIC 9(04) COMP VALUE ZERO.
011000
011100 01  WRK-HEADER-LINE-1.
011200     05  FILLER               PIC X(44) VALUE
011300         "CALCESTR - REGISTRO DE ESTORNOS DE CALCULOS ".
011400     05  FILLER               PIC X(28) VALUE
011500         "                    PAGINA: ".
011600     05  WRK-HDR-PAGINA       PIC ZZZ9.
011700     05  FILLER               PIC X(04) VALUE SPACES.
011800 01  WRK-HEADER-LINE-2.
011900     05  FILLER               PIC X(09) VALUE "PERIODO: ".
012000     05  WRK-HDR-DATA-INI     PIC 9(08).
012100     05  FILLER               PIC X(03) VALUE " A ".
012200     05  WRK-HDR-DATA-FIM     PIC 9(08).
012300     05  FILLER               PIC X(52) VALUE SPACES.
012400 01  WRK-COLUNA-LINE.
012500     05  FILLER               PIC X(44) VALUE
012600         "DATA     HORA   OPERADOR SEQ CONTA      OP  ".
012700     05  FILLER               PIC X(36) VALUE
012800         "        RESULTADO ST RUN-ID         ".
012900
013000 01  WRK-DETAIL-LINE.
013100     05  WRK-DTL-DATA         PIC 9(08).
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  WRK-DTL-HORA         PIC 9(06).
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  WRK-DTL-OPERADOR     PIC X(08).
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  WRK-DTL-SEQ          PIC X(03).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  WRK-DTL-CONTA        PIC X(10).
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  WRK-DTL-OPERACAO     PIC X(01).
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  WRK-DTL-RESULTADO    PIC -(15)9.99.
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  WRK-DTL-STATUS       PIC X(02).
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  WRK-DTL-RUN-ID       PIC X(06).
014800     05  FILLER               PIC X(08) VALUE SPACES.
014900 01  WRK-ORIGINAL-LINE.
015000     05  FILLER               PIC X(11) VALUE "  ORIGINAL ".
015100     05  WRK-ORI-DATA         PIC X(08).
015200     05  FILLER               PIC X(01) VALUE SPACE.
015300     05  WRK-ORI-HORA         PIC X(06).
015400     05  FILLER               PIC X(01) VALUE SPACE.
015500     05  WRK-ORI-OPERADOR     PIC X(08).
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  WRK-ORI-SEQ          PIC X(03).
015800     05  FILLER               PIC X(01) VALUE SPACE.
015900     05  WRK-ORI-RESULTADO    PIC -(15)9.99.
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  WRK-ORI-FONTE        PIC X(14).
016200     05  FILLER               PIC X(01) VALUE SPACE.
016300     05  WRK-ORI-CONFERE      PIC X(05).
016400
016500 01  WRK-RESUMO-LINE.
016600     05  WRK-RES-TEXTO        PIC X(30).
016700     05  WRK-RES-QTD          PIC ZZZZZZ9.
016800     05  FILLER               PIC X(43) VALUE SPACES.
016900 01  WRK-SOMA-LINE.
017000     05  FILLER               PIC X(30) VALUE
017100         "SOMA DOS ESTORNOS OK        : ".
017200     05  WRK-SOM-VALOR        PIC -(16)9.99.
017300     05  FILLER               PIC X(30) VALUE SPACES.
017400 01  WRK-AVISO-LINE           PIC X(80) VALUE SPACES.
017500
017600 PROCEDURE               DIVISION.
017700
017800*----------------------------------------------------------------*
017900*  0000-MAINLINE - PEDE A FAIXA, RECOLHE OS ESTORNOS DO ARQUIVO  *
018000*  MORTO E DO LOG VIVO, LOCALIZA OS ORIGINAIS E IMPRIME O        *
018100*  REGISTRO E O RESUMO.                                          *
018200*----------------------------------------------------------------*
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     PERFORM 2000-COLLECT-ARCHIVE THRU 2000-EXIT.
018600     PERFORM 3000-COLLECT-LIVE THRU 3000-EXIT.
018700     PERFORM 4000-FIND-ORIGINALS THRU 4000-EXIT.
018800     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
018900     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
019000     CLOSE CALC-ESR-FILE.
019100     DISPLAY "CALCESTR - " WRK-ESTORNO-COUNT
019200         " ESTORNOS NO REGISTRO (" WRK-SEM-ORIG-COUNT
019300         " SEM ORIGINAL LOCALIZADO)".
019400     STOP RUN.
019500
019600*----------------------------------------------------------------*
019700*  1000-INITIALIZE - PEDE AS DATAS NO CONSOLE E ABRE O RELATORIO.*
019800*----------------------------------------------------------------*
019900 1000-INITIALIZE.
020000     DISPLAY "CALCESTR - DATA INICIAL (AAAAMMDD): ".
020100     ACCEPT WRK-DATA-INICIAL FROM CONSOLE.
020200     DISPLAY "CALCESTR - DATA FINAL (AAAAMMDD) [=INICIAL]: ".
020300     ACCEPT WRK-DATA-FINAL FROM CONSOLE.
020400     IF WRK-DATA-FINAL EQUAL ZERO
020500        MOVE WRK-DATA-INICIAL TO WRK-DATA-FINAL
020600     END-IF.
020700     IF WRK-DATA-FINAL LESS THAN WRK-DATA-INICIAL
020800        DISPLAY "CALCESTR - DATA FINAL MENOR QUE A INICIAL"
020900        STOP RUN
021000     END-IF.
021100     OPEN OUTPUT CALC-ESR-FILE.
021200 1000-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------------*
021600*  2000-COLLECT-ARCHIVE - VARRE O ARQUIVO MORTO (CALCLOGA) E     *
021700*  GUARDA OS ESTORNOS DA FAIXA.                                  *
021800*----------------------------------------------------------------*
021900 2000-COLLECT-ARCHIVE.
022000     OPEN INPUT CALC-LOGA-FILE.
022100     IF CALC-LGA-STATUS NOT = "00"
022200        DISPLAY "CALCESTR - ARQUIVO MORTO (CALCLOGA) "
022300            "INDISPONIVEL (" CALC-LGA-STATUS ")"
022400        GO TO 2000-EXIT
022500     END-IF.
022600     MOVE "Y" TO WRK-ARQ-DISP-SW.
022700     MOVE "N" TO WRK-EOF-SW.
022800     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
022900         UNTIL WRK-EOF.
023000     CLOSE CALC-LOGA-FILE.
023100 2000-EXIT.
023200     EXIT.
023300
023400 2100-READ-ARCHIVE.
023500     READ CALC-LOGA-FILE
023600         AT END
023700             MOVE "Y" TO WRK-EOF-SW
023800             GO TO 2100-EXIT
023900     END-READ.
024000     MOVE CALC-LOGA-RECORD TO WRK-LOG-ENTRY.
024100     IF WRK-LE-DATA NOT NUMERIC
024200        GO TO 2100-EXIT
024300     END-IF.
024400     PERFORM 2500-KEEP-ESTORNO THRU 2500-EXIT.
024500 2100-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------*
024900*  2500-KEEP-ESTORNO - GUARDA NA TABELA A ENTRADA EM             *
025000*  WRK-LOG-ENTRY QUANDO FOR ESTORNO DENTRO DA FAIXA.             *
025100*----------------------------------------------------------------*
025200 2500-KEEP-ESTORNO.
025300     IF WRK-LE-TIPO NOT EQUAL "R"
025400        GO TO 2500-EXIT
025500     END-IF.
025600     IF WRK-LE-DATA LESS THAN WRK-DATA-INICIAL
025700           OR WRK-LE-DATA GREATER THAN WRK-DATA-FINAL
025800        GO TO 2500-EXIT
025900     END-IF.
026000     IF WRK-ES-QTD NOT LESS THAN WRK-ES-MAX
026100        DISPLAY "CALCESTR - TABELA DE ESTORNOS CHEIA - "
026200            "REDUZA A FAIXA DE DATAS"
026300        GO TO 2500-EXIT
026400     END-IF.
026500     ADD 1 TO WRK-ES-QTD.
026600     MOVE WRK-LOG-ENTRY  TO WRK-ES-IMAGEM(WRK-ES-QTD).
026700     MOVE SPACES         TO WRK-ES-ORIG-FONTE(WRK-ES-QTD).
026800     MOVE ZERO           TO WRK-ES-ORIG-RESULT(WRK-ES-QTD).
026900 2500-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  3000-COLLECT-LIVE - POSICIONA O LOG VIVO NA DATA INICIAL E LE *
027400*  ATE PASSAR DA DATA FINAL, GUARDANDO OS ESTORNOS.              *
027500*----------------------------------------------------------------*
027600 3000-COLLECT-LIVE.
027700     OPEN INPUT CALC-LOG-FILE.
027800     IF CALC-LOG-IOSTAT NOT = "00"
027900        DISPLAY "CALCESTR - LOG VIVO (CALCLOG) INDISPONIVEL ("
028000            CALC-LOG-IOSTAT ")"
028100        GO TO 3000-EXIT
028200     END-IF.
028300     MOVE "Y" TO WRK-VIVO-DISP-SW.
028400     MOVE "N" TO WRK-EOF-SW.
028500     MOVE SPACES TO CALC-LOG-RECORD.
028600     MOVE WRK-DATA-INICIAL TO CALC-LG-DATA.
028700     MOVE ZEROS  TO CALC-LG-HORA.
028800     MOVE SPACES TO CALC-LG-OPERADOR.
028900     MOVE ZEROS  TO CALC-LG-SEQ.
029000     START CALC-LOG-FILE
029100         KEY NOT LESS THAN CALC-LG-CHAVE
029200         INVALID KEY
029300             MOVE "Y" TO WRK-EOF-SW
029400     END-START.
029500     PERFORM 3100-READ-LIVE THRU 3100-EXIT
029600         UNTIL WRK-EOF.
029700 3000-EXIT.
029800     EXIT.
029900
030000 3100-READ-LIVE.
030100     READ CALC-LOG-FILE NEXT RECORD
030200         AT END
030300             MOVE "Y" TO WRK-EOF-SW
030400             GO TO 3100-EXIT
030500     END-READ.
030600     IF CALC-LG-DATA GREATER THAN WRK-DATA-FINAL
030700        MOVE "Y" TO WRK-EOF-SW
030800        GO TO 3100-EXIT
030900     END-IF.
031000     MOVE CALC-LOG-RECORD TO WRK-LOG-ENTRY.
031100     PERFORM 2500-KEEP-ESTORNO THRU 2500-EXIT.
031200 3100-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------*
031600*  4000-FIND-ORIGINALS - PROCURA O ORIGINAL DE CADA ESTORNO PELA *
031700*  CHAVE NO LOG VIVO; OS QUE NAO ESTAO LA SAO PROCURADOS NUMA    *
031800*  SEGUNDA VARREDURA DO ARQUIVO MORTO.                           *
031900*----------------------------------------------------------------*
032000 4000-FIND-ORIGINALS.
032100     MOVE ZERO TO WRK-PENDENTE-COUNT.
032200     MOVE ZERO TO WRK-ES-IX.
032300     PERFORM 4100-READ-LIVE-ORIGINAL THRU 4100-EXIT
032400         UNTIL WRK-ES-IX NOT LESS THAN WRK-ES-QTD.
032500     IF WRK-VIVO-DISPONIVEL
032600        CLOSE CALC-LOG-FILE
032700     END-IF.
032800     IF WRK-PENDENTE-COUNT EQUAL ZERO
032900           OR NOT WRK-ARQ-DISPONIVEL
033000        GO TO 4000-EXIT
033100     END-IF.
033200     OPEN INPUT CALC-LOGA-FILE.
033300     IF CALC-LGA-STATUS NOT = "00"
033400        GO TO 4000-EXIT
033500     END-IF.
033600     MOVE "N" TO WRK-EOF-SW.
033700     PERFORM 4200-READ-ARCHIVE-ORIGINAL THRU 4200-EXIT
033800         UNTIL WRK-EOF OR WRK-PENDENTE-COUNT EQUAL ZERO.
033900     CLOSE CALC-LOGA-FILE.
034000 4000-EXIT.
034100     EXIT.
034200
034300 4100-READ-LIVE-ORIGINAL.
034400     ADD 1 TO WRK-ES-IX.
034500     MOVE WRK-ES-IMAGEM(WRK-ES-IX) TO WRK-LOG-ENTRY.
034600     IF NOT WRK-VIVO-DISPONIVEL
034700        ADD 1 TO WRK-PENDENTE-COUNT
034800        GO TO 4100-EXIT
034900     END-IF.
035000     MOVE WRK-LE-REF-CHAVE TO CALC-LG-CHAVE.
035100     READ CALC-LOG-FILE
035200         KEY IS CALC-LG-CHAVE
035300         INVALID KEY
035400             ADD 1 TO WRK-PENDENTE-COUNT
035500             GO TO 4100-EXIT
035600     END-READ.
035700     MOVE "LOG VIVO"        TO WRK-ES-ORIG-FONTE(WRK-ES-IX).
035800     MOVE CALC-LG-RESULTADO TO WRK-ES-ORIG-RESULT(WRK-ES-IX).
035900 4100-EXIT.
036000     EXIT.
036100
036200 4200-READ-ARCHIVE-ORIGINAL.
036300     READ CALC-LOGA-FILE
036400         AT END
036500             MOVE "Y" TO WRK-EOF-SW
036600             GO TO 4200-EXIT
036700     END-READ.
036800     MOVE ZERO TO WRK-ES-IX.
036900     PERFORM 4250-MATCH-ORIGINAL THRU 4250-EXIT
037000         UNTIL WRK-ES-IX NOT LESS THAN WRK-ES-QTD.
037100 4200-EXIT.
037200     EXIT.
037300
037400 4250-MATCH-ORIGINAL.
037500     ADD 1 TO WRK-ES-IX.
037600     IF WRK-ES-ORIG-FONTE(WRK-ES-IX) NOT EQUAL SPACES
037700        GO TO 4250-EXIT
037800     END-IF.
037900     IF WRK-ES-IMAGEM(WRK-ES-IX)(100:25)
038000           NOT EQUAL CALC-LOGA-RECORD(1:25)
038100        GO TO 4250-EXIT
038200     END-IF.
038300     MOVE CALC-LOGA-RECORD TO WRK-LOG-ENTRY.
038400     MOVE "ARQUIVO MORTO"  TO WRK-ES-ORIG-FONTE(WRK-ES-IX).
038500     MOVE WRK-LE-RESULTADO TO WRK-ES-ORIG-RESULT(WRK-ES-IX).
038600     SUBTRACT 1 FROM WRK-PENDENTE-COUNT.
038700 4250-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------*
039100*  5000-PRINT-REGISTER - DUAS LINHAS POR ESTORNO: O ESTORNO E O  *
039200*  ORIGINAL, COM A FONTE EM QUE FOI ACHADO E "OK" QUANDO OS DOIS *
039300*  RESULTADOS SE ANULAM ("DIFER" QUANDO NAO).                    *
039400*----------------------------------------------------------------*
039500 5000-PRINT-REGISTER.
039600     PERFORM 7000-PRINT-HEADER THRU 7000-EXIT.
039700     IF WRK-ES-QTD EQUAL ZERO
039800        MOVE "NENHUM ESTORNO NA FAIXA DE DATAS" TO CALC-ESR-RECORD
039900        WRITE CALC-ESR-RECORD
040000        GO TO 5000-EXIT
040100     END-IF.
040200     MOVE ZERO TO WRK-ES-IX.
040300     PERFORM 5100-PRINT-ESTORNO THRU 5100-EXIT
040400         UNTIL WRK-ES-IX NOT LESS THAN WRK-ES-QTD.
040500 5000-EXIT.
040600     EXIT.
040700
040800 5100-PRINT-ESTORNO.
040900     ADD 1 TO WRK-ES-IX.
041000     MOVE WRK-ES-IMAGEM(WRK-ES-IX) TO WRK-LOG-ENTRY.
041100     IF WRK-LINE-COUNT NOT LESS THAN WRK-LINES-PER-PAGE
041200        PERFORM 7000-PRINT-HEADER THRU 7000-EXIT
041300     END-IF.
041400     ADD 1 TO WRK-ESTORNO-COUNT.
041500     MOVE WRK-LE-DATA      TO WRK-DTL-DATA.
041600     MOVE WRK-LE-HORA      TO WRK-DTL-HORA.
041700     MOVE WRK-LE-OPERADOR  TO WRK-DTL-OPERADOR.
041800     MOVE WRK-LE-SEQ       TO WRK-DTL-SEQ.
041900     MOVE WRK-LE-CONTA     TO WRK-DTL-CONTA.
042000     MOVE WRK-LE-OPERACAO  TO WRK-DTL-OPERACAO.
042100     IF WRK-LE-RESULTADO NUMERIC
042200        MOVE WRK-LE-RESULTADO TO WRK-DTL-RESULTADO
042300     ELSE
042400        MOVE ZERO             TO WRK-DTL-RESULTADO
042500     END-IF.
042600     MOVE WRK-LE-STATUS    TO WRK-DTL-STATUS.
042700     MOVE WRK-LE-RUN-ID    TO WRK-DTL-RUN-ID.
042800     MOVE WRK-DETAIL-LINE  TO CALC-ESR-RECORD.
042900     WRITE CALC-ESR-RECORD.
043000     MOVE WRK-LE-REF-DATA     TO WRK-ORI-DATA.
043100     MOVE WRK-LE-REF-HORA     TO WRK-ORI-HORA.
043200     MOVE WRK-LE-REF-OPERADOR TO WRK-ORI-OPERADOR.
043300     MOVE WRK-LE-REF-SEQ      TO WRK-ORI-SEQ.
043400     MOVE SPACES              TO WRK-ORI-CONFERE.
043500     IF WRK-ES-ORIG-FONTE(WRK-ES-IX) EQUAL SPACES
043600        ADD 1 TO WRK-SEM-ORIG-COUNT
043700        MOVE ZERO             TO WRK-ORI-RESULTADO
043800        MOVE "NAO LOCALIZADO" TO WRK-ORI-FONTE
043900     ELSE
044000        MOVE WRK-ES-ORIG-RESULT(WRK-ES-IX) TO WRK-ORI-RESULTADO
044100        MOVE WRK-ES-ORIG-FONTE(WRK-ES-IX)  TO WRK-ORI-FONTE
044200     END-IF.
044300     IF WRK-LE-STATUS EQUAL "OK"
044400        ADD 1 TO WRK-OK-COUNT
044500        ADD WRK-LE-RESULTADO TO WRK-SOMA-ESTORNOS
044600        IF WRK-ES-ORIG-FONTE(WRK-ES-IX) NOT EQUAL SPACES
044700           COMPUTE WRK-LIQUIDO = WRK-LE-RESULTADO
044800               + WRK-ES-ORIG-RESULT(WRK-ES-IX)
044900           IF WRK-LIQUIDO EQUAL ZERO
045000              MOVE "OK"    TO WRK-ORI-CONFERE
045100           ELSE
045200              MOVE "DIFER" TO WRK-ORI-CONFERE
045300              ADD 1 TO WRK-DIVERGE-COUNT
045400           END-IF
045500        END-IF
045600     ELSE
045700        ADD 1 TO WRK-ERRO-COUNT
045800     END-IF.
045900     MOVE WRK-ORIGINAL-LINE TO CALC-ESR-RECORD.
046000     WRITE CALC-ESR-RECORD.
046100     ADD 2 TO WRK-LINE-COUNT.
046200 5100-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------*
046600*  6000-PRINT-SUMMARY - CONTAGENS DO REGISTRO E AVISO DAS FONTES *
046700*  QUE NAO PUDERAM SER LIDAS.                                    *
046800*----------------------------------------------------------------*
046900 6000-PRINT-SUMMARY.
047000     MOVE SPACES TO CALC-ESR-RECORD.
047100     WRITE CALC-ESR-RECORD.
047200     MOVE "RESUMO DO REGISTRO DE ESTORNOS" TO CALC-ESR-RECORD.
047300     WRITE CALC-ESR-RECORD.
047400     MOVE "ESTORNOS NA FAIXA           : " TO WRK-RES-TEXTO.
047500     MOVE WRK-ESTORNO-COUNT TO WRK-RES-QTD.
047600     PERFORM 6100-PRINT-RESUMO THRU 6100-EXIT.
047700     MOVE "  EFETIVADOS (STATUS OK)    : " TO WRK-RES-TEXTO.
047800     MOVE WRK-OK-COUNT TO WRK-RES-QTD.
047900     PERFORM 6100-PRINT-RESUMO THRU 6100-EXIT.
048000     MOVE "  RECUSADOS (STATUS ER)     : " TO WRK-RES-TEXTO.
048100     MOVE WRK-ERRO-COUNT TO WRK-RES-QTD.
048200     PERFORM 6100-PRINT-RESUMO THRU 6100-EXIT.
048300     MOVE "ORIGINAL NAO LOCALIZADO     : " TO WRK-RES-TEXTO.
048400     MOVE WRK-SEM-ORIG-COUNT TO WRK-RES-QTD.
048500     PERFORM 6100-PRINT-RESUMO THRU 6100-EXIT.
048600     MOVE "ESTORNO DIFERE DO ORIGINAL  : " TO WRK-RES-TEXTO.
048700     MOVE WRK-DIVERGE-COUNT TO WRK-RES-QTD.
048800     PERFORM 6100-PRINT-RESUMO THRU 6100-EXIT.
048900     MOVE WRK-SOMA-ESTORNOS TO WRK-SOM-VALOR.
049000     MOVE WRK-SOMA-LINE TO CALC-ESR-RECORD.
049100     WRITE CALC-ESR-RECORD.
049200     IF NOT WRK-ARQ-DISPONIVEL
049300        MOVE "ARQUIVO MORTO (CALCLOGA) INDISPONIVEL - ESTORNOS E "
049400            TO WRK-AVISO-LINE(1:51)
049500        MOVE "ORIGINAIS ANTIGOS FORA"
049600            TO WRK-AVISO-LINE(52:22)
049700        PERFORM 6200-PRINT-AVISO THRU 6200-EXIT
049800     END-IF.
049900     IF NOT WRK-VIVO-DISPONIVEL
050000        MOVE "LOG VIVO (CALCLOG) INDISPONIVEL - INCOMPLETO"
050100            TO WRK-AVISO-LINE
050200        PERFORM 6200-PRINT-AVISO THRU 6200-EXIT
050300     END-IF.
050400 6000-EXIT.
050500     EXIT.
050600
050700 6100-PRINT-RESUMO.
050800     MOVE WRK-RESUMO-LINE TO CALC-ESR-RECORD.
050900     WRITE CALC-ESR-RECORD.
051000 6100-EXIT.
051100     EXIT.
051200
051300 6200-PRINT-AVISO.
051400     MOVE WRK-AVISO-LINE TO CALC-ESR-RECORD.
051500     WRITE CALC-ESR-RECORD.
051600     MOVE SPACES TO WRK-AVISO-LINE.
051700 6200-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------*
052100*  7000-PRINT-HEADER - NOVA PAGINA COM O TITULO, O PERIODO E AS  *
052200*  COLUNAS.                                                      *
052300*----------------------------------------------------------------*
052400 7000-PRINT-HEADER.
052500     ADD 1 TO WRK-PAGE-NUM.
052600     MOVE ZERO TO WRK-LINE-COUNT.
052700     MOVE WRK-PAGE-NUM TO WRK-HDR-PAGINA.
052800     MOVE WRK-HEADER-LINE-1 TO CALC-ESR-RECORD.
052900     WRITE CALC-ESR-RECORD.
053000     MOVE WRK-DATA-INICIAL TO WRK-HDR-DATA-INI.
053100     MOVE WRK-DATA-FINAL   TO WRK-HDR-DATA-FIM.
053200     MOVE WRK-HEADER-LINE-2 TO CALC-ESR-RECORD.
053300     WRITE CALC-ESR-RECORD.
053400     MOVE WRK-COLUNA-LINE TO CALC-ESR-RECORD.
053500     WRITE CALC-ESR-RECORD.
053600 7000-EXIT.
053700     EXIT.
