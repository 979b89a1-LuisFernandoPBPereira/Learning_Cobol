000600*    SEQUENCIAL (CALC-LG-SEQ) QUE DESEMPATA CALCULOS GRAVADOS    *
000700*    NO MESMO SEGUNDO PELO MESMO OPERADOR. O GRAVADOR COMECA     *
000800*    COM SEQ = 001 E SOMA 1 ENQUANTO RECEBER FILE STATUS 22.     *
000810*    CALC-LG-TIPO: ESPACO = CALCULO AVULSO, "P" = PASSO DE SET   *
000830*    ENCADEADO, "R" = ESTORNO. NO ESTORNO, CALC-LG-REF-CHAVE     *
000850*    TRAZ A CHAVE (DATA/HORA/OPERADOR/SEQ) DA ENTRADA ORIGINAL   *
000860*    ESTORNADA E O RESULTADO E O DO ORIGINAL COM SINAL TROCADO,  *
000880*    PARA QUE A AUDITORIA (CALCEVID) LIGUE UM AO OUTRO.          *
000881*    CALC-LG-RUN-ID = "ONLINE" MARCA O CALCULO DA TRANSACAO CALC *
000882*    (CALCONL), JA COM OPERANDOS EM REAIS E A CONTA DIGITADA. A  *
000884*    VARREDURA DE FIM DE DIA (CALCVARR) JUNTA ESTAS ENTRADAS DA  *
000885*    DATA NUM LOTE COM RUN-ID PROPRIO, SEM ALTERAR O LOG.        *
000887*    CADEIA DE CUSTODIA: CADA GRAVADOR NUMERA A ENTRADA NA       *
000888*    CADEIA DA DATA (CALC-LG-CAD-SEQ, 1, 2, ... NA ORDEM DE      *
000890*    GRAVACAO), COPIA EM CALC-LG-HASH-ANT O HASH DA ENTRADA      *
000891*    GRAVADA ANTES DELA (A ULTIMA DA CADEIA, MESMO QUE DE OUTRA  *
000892*    DATA) E GRAVA EM CALC-LG-HASH O HASH DAS POSICOES 1 A 131   *
000894*    (CHAVE, CONTEUDO E CAD-SEQ) PARTINDO DO HASH ANTERIOR. A    *
000895*    CABECA DA CADEIA E O CONTROLE/SELO DE CADA DATA FICAM NO    *
000897*    CALCSEL. ENTRADA COM CAD-SEQ ZERO OU EM BRANCO E ANTERIOR   *
000898*    A CADEIA (GRAVADA ANTES DELA EXISTIR). O CALCCUST CONFERE.  *
000900*================================================================
001000 01  CALC-LOG-RECORD.
001100     05  CALC-LG-CHAVE.
002600     05  CALC-LG-STATUS              PIC X(02).
002700     05  CALC-LG-RUN-ID              PIC X(06).
002800     05  CALC-LG-CONTA               PIC X(10).
002900     05  CALC-LG-TIPO                PIC X(01).
003000     05  CALC-LG-REF-CHAVE.
003100         10  CALC-LG-REF-DATA        PIC 9(08).
003200         10  CALC-LG-REF-HORA        PIC 9(06).
003300         10  CALC-LG-REF-OPERADOR    PIC X(08).
003400         10  CALC-LG-REF-SEQ         PIC 9(03).
003500     05  CALC-LG-CAD-SEQ             PIC 9(07).
003600     05  CALC-LG-HASH-ANT            PIC 9(15).
003700     05  CALC-LG-HASH                PIC 9(15).
