000670*    CARREGADA ATE O CALCOUT E O CALCLOG COMO O RUN-ID. O        *
000672*    RESULTADO DE UM SET POSTA NA CONTA DO ULTIMO PASSO.         *
000674*    ESPACOS = SEM CONTA (FICA FORA DO RESUMO DE POSTAGEM).      *
000679*    ESTORNO (BYTE 1 = "R") TRAZ A CHAVE NO CALCLOG (DATA/HORA/  *
000684*    OPERADOR/SEQ) DO CALCULO A DESFAZER; OPERANDOS, OPERACAO E  *
000689*    CONTA SAO OS DO ORIGINAL. CONTA NA QUANTIDADE DO TRAILER,   *
000694*    NAO ENTRA NO HASH E NAO PODE FICAR DENTRO DE UM SET.        *
000700*================================================================
000800 01  CALC-TRANS-RECORD.
000900     05  CALC-TR-NUMERO1         PIC S9(16)V99.
003200 01  CALC-TRANS-SET-END.
003300     05  CALC-TE-TIPO            PIC X(01).
003400     05  FILLER                  PIC X(56).
003500*
003600 01  CALC-TRANS-REVERSAL.
003700     05  CALC-TV-TIPO            PIC X(01).
003800     05  CALC-TV-CHAVE-ORIG.
003900         10  CALC-TV-DATA        PIC 9(08).
004000         10  CALC-TV-HORA        PIC 9(06).
004100         10  CALC-TV-OPERADOR    PIC X(08).
004200         10  CALC-TV-SEQ         PIC 9(03).
004300     05  FILLER                  PIC X(31).
