000530*    CALC-RS-CONTA E A CONTA CONTABIL DA TRANSACAO (CALC-TR-     *
000540*    CONTA), DE ONDE O RESUMO DE POSTAGEM (CALCPOST) ACUMULA OS  *
000550*    SALDOS ESPERADOS DA CONCILIACAO.                            *
000560*    CALC-RS-TIPO "R" MARCA O ESTORNO DE UM CALCULO ANTERIOR: O  *
000570*    RESULTADO E O DO ORIGINAL COM SINAL TROCADO E A             *
000580*    CALC-RS-REF-CHAVE TRAZ A CHAVE DO ORIGINAL NO CALCLOG.      *
000582*    CALC-RS-TIPO "O" MARCA O CALCULO ONLINE RECOLHIDO PELA      *
000585*    VARREDURA (CALCVARR): A CALC-RS-REF-CHAVE TRAZ A CHAVE DA   *
000587*    ENTRADA ONLINE NO CALCLOG E O RUN-ID E O DA VARREDURA.      *
000590*    ESPACOS NOS DEMAIS RESULTADOS.                              *
000600*================================================================
000700 01  CALC-RESULT-RECORD.
000800     05  CALC-RS-NUMERO1         PIC S9(16)V99.
001300     05  CALC-RS-DATA            PIC 9(08).
001400     05  CALC-RS-RUN-ID          PIC X(06).
001450     05  CALC-RS-CONTA           PIC X(10).
001460     05  CALC-RS-TIPO            PIC X(01).
001480     05  CALC-RS-REF-CHAVE       PIC X(25).
001500     05  FILLER                  PIC X(02).
