002300*                   PROPRIO CALCEDIT NA RESSUBMISSAO. IMAGEM DE  *
002400*                   CONTROLE DE SET ("S"/"E") E RESSUBMETIDA     *
002500*                   COMO ESTA, SEM EDICAO DE OPERANDOS.          *
002510* 15/10/2026 JH     TELA CALC3 GANHOU O CAMPO DA CONTA (CCTA),   *
002520*                   CORRIGIVEL COMO OS DEMAIS, E A CORRECAO      *
002530*                   PASSA PELA MESMA CRITICA DE CONTA DO         *
002540*                   CALCEDIT CONTRA O CADASTRO DE CONTAS         *
002550*                   (CALCCTA, MOTIVO 08) NA DATA DE HOJE.        *
002560* 15/10/2026 JH     MOTIVO NOVO 09 (ESTORNO INVALIDO). IMAGEM DE *
002570*                   ESTORNO ("R") NAO TEM OPERANDOS A CORRIGIR E *
002580*                   E RESSUBMETIDA COMO ESTA, COMO A DE SET.     *
002583* 15/10/2026 JH     TAXA RETIDA OU RECUSADA NA CARGA DO FEED     *
002586*                   (CALCTXL) NAO TORNA A MOEDA CONHECIDA NA     *
002590*                   CRITICA DA CORRECAO, E A MOEDA ENTRA UMA SO  *
002593*                   VEZ NA TABELA (O FEED GRAVA UMA TAXA POR     *
002596*                   MOEDA POR DIA).                              *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT             DIVISION.
002800 INPUT-OUTPUT            SECTION.
003800     SELECT CALC-TAX-FILE    ASSIGN TO CALCTAX
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS  IS CALC-TAX-STATUS.
004010
004020     SELECT CALC-CTA-FILE    ASSIGN TO CALCCTA
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE  IS DYNAMIC
004050         RECORD KEY   IS CALC-CT-CONTA
004060         FILE STATUS  IS CALC-CTA-STATUS.
004100
004200 DATA                    DIVISION.
004300 FILE                    SECTION.
005200 FD  CALC-TAX-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY CALCTAX.
005410
005420 FD  CALC-CTA-FILE
005430     LABEL RECORDS ARE STANDARD.
005440     COPY CALCCTA.
005500*
005600 WORKING-STORAGE         SECTION.
005700     COPY DFHAID.
006000 77  CALC-SUS-STATUS      PIC X(02) VALUE "00".
006100 77  CALC-COR-STATUS      PIC X(02) VALUE "00".
006200 77  CALC-TAX-STATUS      PIC X(02) VALUE "00".
006210 77  CALC-CTA-STATUS      PIC X(02) VALUE "00".
006220 77  WRK-CTA-MOEDA        PIC X(03) VALUE SPACES.
006230 01  WRK-CURRENT-DATE.
006240     05  WRK-DATE-NUM     PIC 9(08).
006300 77  WRK-SUS-EOF-SW       PIC X(01) VALUE "N".
006400     88  WRK-SUS-EOF                VALUE "Y".
006500 77  WRK-TAX-EOF-SW       PIC X(01) VALUE "N".
011000     05  FILLER           PIC X(22) VALUE "MOEDA DESCONHECIDA".
011100     05  FILLER           PIC X(22) VALUE "SET C/PASSO REJEITADO".
011200     05  FILLER           PIC X(22) VALUE "REF ACUMULADO INVALID".
011250     05  FILLER           PIC X(22) VALUE "CONTA INVALIDA/ENCERR".
011270     05  FILLER           PIC X(22) VALUE "ESTORNO INVALIDO".
011300 01  WRK-MOTIVO-NOMES-R REDEFINES WRK-MOTIVO-NOMES.
011400     05  WRK-MOTIVO-NOME  PIC X(22) OCCURS 9 TIMES.
011500 01  WRK-MOTIVO-EDIT.
011600     05  WRK-MOT-COD      PIC X(02).
011700     05  FILLER           PIC X(01) VALUE "-".
027700     MOVE CALC-SU-STATUS TO SSTAO.
027800     MOVE CALC-SU-MOTIVO TO WRK-MOT-COD.
027900     IF CALC-SU-MOTIVO NOT LESS THAN "01"
028000           AND CALC-SU-MOTIVO NOT GREATER THAN "09"
028100        MOVE CALC-SU-MOTIVO TO WRK-MOT-IX
028200        MOVE WRK-MOTIVO-NOME(WRK-MOT-IX) TO WRK-MOT-TEXTO
028300     ELSE
029640        END-IF
029700        MOVE WRK-OR-OPERACAO TO COPEO
029800        MOVE WRK-OR-MOEDA    TO CMOEO
029810        MOVE WRK-OR-CONTA    TO CCTAO
029850        MOVE "CORRIJA SO O QUE ESTA ERRADO (BRANCO "
029860            TO WRK-MSG(1:37)
029870        MOVE "MANTEM O ORIGINAL) - PF5 GRAVA"
029880            TO WRK-MSG(38:30)
030000     END-IF.
030020     IF WRK-IMAGEM-ORIG(1:1) EQUAL "R"
030040        MOVE "IMAGEM DE ESTORNO - PF5 RESSUBMETE COMO ESTA"
030060            TO WRK-MSG
030080     END-IF.
030100     MOVE "P" TO WRK-CA-ESTADO.
030200     MOVE CALC-SU-ID TO WRK-CA-SUS-ID.
030300 2200-EXIT.
030880*  OPERADOR TOCOU. OPERANDOS ENTRAM POR NUMVAL (COMO NO          *
030900*  CALCONL); DEPOIS APLICAM-SE AS CRITICAS DO CALCEDIT E A       *
031000*  CORRECAO VAI PARA O CALCCOR. IMAGEM "S"/"E" E RESSUBMETIDA    *
031050*  COMO ESTA, ASSIM COMO A DE ESTORNO ("R").                     *
031100*----------------------------------------------------------------*
031200 2500-APPLY-CORRECTION.
031300     IF NOT WRK-CA-POSICIONADO
032600     MOVE CALC-SU-IMAGEM TO WRK-IMAGEM-ORIG.
032700     IF WRK-IMAGEM-ORIG(1:1) EQUAL "S"
032800           OR WRK-IMAGEM-ORIG(1:1) EQUAL "E"
032850           OR WRK-IMAGEM-ORIG(1:1) EQUAL "R"
032900        MOVE WRK-IMAGEM-ORIG TO WRK-TRANS-IMAGE
033000        PERFORM 2700-WRITE-CORRECTION THRU 2700-EXIT
033100        GO TO 2500-EXIT
033800        INSPECT WRK-TR-MOEDA
033900            REPLACING ALL LOW-VALUE BY SPACE
033950     END-IF.
033960     IF CCTAI NOT EQUAL SPACES AND CCTAI NOT EQUAL LOW-VALUES
033970        MOVE CCTAI TO WRK-TR-CONTA
033980        INSPECT WRK-TR-CONTA
033990            REPLACING ALL LOW-VALUE BY SPACE
034000     END-IF.
034100     PERFORM 2600-VALIDATE-IMAGE THRU 2600-EXIT.
034200     IF WRK-INVALID
034300        GO TO 2500-EXIT
035000*  2600-VALIDATE-IMAGE - AS CRITICAS DO CALCEDIT QUE SE APLICAM  *
035100*  A UM DETALHE AVULSO: OPERANDO NUMERICO (FORA O REFERENCIADO   *
035150*  POR USO-ACUM), CODIGO DE OPERACAO 1-6, DIVISOR ZERO NAS       *
035200*  OPERACOES 4/5/6, MOEDA CONHECIDA NA TABELA DE TAXAS E CONTA   *
035250*  VALIDA NO CADASTRO DE CONTAS. A                               *
035300*  DUPLICIDADE E A ESTRUTURA DE SET FICAM COM O CALCEDIT MODO R. *
035400*----------------------------------------------------------------*
035500 2600-VALIDATE-IMAGE.
036800        GO TO 2600-EXIT
036900     END-IF.
037000     PERFORM 2650-CHECK-MOEDA THRU 2650-EXIT.
037010     IF WRK-INVALID
037020        GO TO 2600-EXIT
037030     END-IF.
037040     PERFORM 2660-CHECK-CONTA THRU 2660-EXIT.
037100 2600-EXIT.
037200     EXIT.
037300
039600     END-IF.
039700 2650-EXIT.
039800     EXIT.
039810
039820*----------------------------------------------------------------*
039830*  2660-CHECK-CONTA - CONTA INFORMADA TEM DE EXISTIR NO CADASTRO *
039840*  (CALCCTA), ESTAR ABERTA E VIGENTE NA DATA DE HOJE (QUANDO O   *
039850*  CALCEDIT MODO R A REVALIDA) E ACEITAR A MOEDA DA TRANSACAO.   *
039860*  CONTA EM BRANCO PASSA; SEM O CADASTRO A CRITICA E PULADA,     *
039870*  COMO NO CALCEDIT.                                             *
039880*----------------------------------------------------------------*
039890 2660-CHECK-CONTA.
039891     IF WRK-TR-CONTA EQUAL SPACES
039892        GO TO 2660-EXIT
039893     END-IF.
039894     OPEN INPUT CALC-CTA-FILE.
039895     IF CALC-CTA-STATUS NOT = "00"
039896        GO TO 2660-EXIT
039897     END-IF.
039898     ACCEPT WRK-CURRENT-DATE FROM DATE YYYYMMDD.
039899     MOVE WRK-TR-CONTA TO CALC-CT-CONTA.
039900     READ CALC-CTA-FILE
039901         INVALID KEY
039902             MOVE "N" TO WRK-VALID-SW
039903             MOVE "CONTA NAO CADASTRADA (MOTIVO 08)" TO WRK-MSG
039904     END-READ.
039905     CLOSE CALC-CTA-FILE.
039906     IF WRK-INVALID
039907        GO TO 2660-EXIT
039908     END-IF.
039909     IF CALC-CT-STATUS NOT EQUAL "AB"
039910           OR CALC-CT-DATA-EFETIVA GREATER THAN WRK-DATE-NUM
039911           OR (CALC-CT-DATA-ENCERRA NOT EQUAL ZERO
039912           AND CALC-CT-DATA-ENCERRA NOT GREATER THAN
039913               WRK-DATE-NUM)
039914        MOVE "N" TO WRK-VALID-SW
039915        MOVE "CONTA ENCERRADA OU FORA DE VIGENCIA (MOTIVO 08)"
039916            TO WRK-MSG
039917        GO TO 2660-EXIT
039918     END-IF.
039919     IF CALC-CT-MOEDA EQUAL SPACES
039920        GO TO 2660-EXIT
039921     END-IF.
039922     MOVE WRK-TR-MOEDA TO WRK-CTA-MOEDA.
039923     IF WRK-CTA-MOEDA EQUAL SPACES
039924        MOVE "BRL" TO WRK-CTA-MOEDA
039925     END-IF.
039926     IF WRK-CTA-MOEDA NOT EQUAL CALC-CT-MOEDA
039927        MOVE "N" TO WRK-VALID-SW
039928        MOVE "CONTA NAO ACEITA A MOEDA (MOTIVO 08)" TO WRK-MSG
039929     END-IF.
039930 2660-EXIT.
039931     EXIT.
039932
040000 2680-LOAD-MOEDAS.
040100     MOVE ZERO TO WRK-MOE-QTD.
040200     MOVE "N"  TO WRK-MOEDAS-SW.
041700         AT END
041800             MOVE "Y" TO WRK-TAX-EOF-SW
041900         NOT AT END
042150             PERFORM 2687-ADD-MOEDA THRU 2687-EXIT
042400     END-READ.
042500 2685-EXIT.
042600     EXIT.
042603
042606*----------------------------------------------------------------*
042609*  2687-ADD-MOEDA - GUARDA UMA SO VEZ A MOEDA DA TAXA LIDA.      *
042612*  TAXA RETIDA ("P") OU RECUSADA ("R") NA CARGA DO FEED          *
042615*  (CALCTXL) NAO TORNA A MOEDA CONHECIDA, COMO NO CALCEDIT.      *
042618*----------------------------------------------------------------*
042621 2687-ADD-MOEDA.
042625     IF CALC-TX-SITUACAO NOT EQUAL SPACE
042628           AND CALC-TX-SITUACAO NOT EQUAL "C"
042631        GO TO 2687-EXIT
042634     END-IF.
042637     MOVE "N"  TO WRK-FOUND-SW.
042640     MOVE ZERO TO WRK-MOE-IX.
042643     PERFORM 2688-SCAN-TAXA THRU 2688-EXIT
042646         UNTIL WRK-FOUND
042650            OR WRK-MOE-IX NOT LESS THAN WRK-MOE-QTD.
042653     IF NOT WRK-FOUND
042656           AND WRK-MOE-QTD LESS THAN WRK-MOE-MAX
042659        ADD 1 TO WRK-MOE-QTD
042662        MOVE CALC-TX-MOEDA TO WRK-MOE-ENTRY(WRK-MOE-QTD)
042665     END-IF.
042668 2687-EXIT.
042671     EXIT.
042675
042678 2688-SCAN-TAXA.
042681     ADD 1 TO WRK-MOE-IX.
042684     IF WRK-MOE-ENTRY(WRK-MOE-IX) EQUAL CALC-TX-MOEDA
042687        MOVE "Y" TO WRK-FOUND-SW
042690     END-IF.
042693 2688-EXIT.
042696     EXIT.
042700
042800 2690-SCAN-MOEDA.
042900     ADD 1 TO WRK-MOE-IX.
