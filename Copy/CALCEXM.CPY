000600*    PERSISTE, A ULTIMA VARIANCIA E A DATA DA BAIXA QUANDO A     *
000700*    CONTA VOLTA AO EQUILIBRIO.                                  *
000800*    STATUS: AB-ABERTA  BX-BAIXADA                               *
000810*            BC-BAIXA CONTABIL E AC-ACEITA: DECISAO DA           *
000820*            CONTROLADORIA NA BANCADA DE INVESTIGACAO (CALCEXW), *
000830*            LEVADA PELO CALCRECN. A QUEBRA DECIDIDA NAO REABRE; *
000840*            SE A CONTA VOLTA AO EQUILIBRIO GANHA A DATA DE      *
000850*            BAIXA E UMA QUEBRA POSTERIOR ABRE COMO NOVA.        *
000900*================================================================
001000 01  CALC-EXM-RECORD.
001100     05  CALC-XM-CONTA           PIC X(10).
