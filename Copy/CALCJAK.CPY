000100*================================================================
000200*    CALCJAK   -  GENERAL-LEDGER JOURNAL ACKNOWLEDGEMENT RECORD
000300*    RETORNO DO RAZAO PARA O DIARIO CONTABIL (CALCJNL): UM       *
000400*    REGISTRO POR LINHA DO DIARIO, IDENTIFICADO PELO RUN-ID,     *
000500*    DATA DE NEGOCIO E NUMERO DA LINHA (CALC-JD-LINHA).          *
000600*    CALC-JK-SITUACAO: A-ACEITA E POSTADA  R-REJEITADA.          *
000700*    LINHA ZERO SE REFERE AO DIARIO INTEIRO (R = DIARIO TODO     *
000800*    RECUSADO PELO RAZAO).                                       *
000900*    CALC-JK-MOTIVO: CODIGO E TEXTO DO MOTIVO DA REJEICAO.       *
001000*================================================================
001100 01  CALC-JAK-RECORD.
001200     05  CALC-JK-RUN-ID          PIC X(06).
001300     05  CALC-JK-DATA-NEGOCIO    PIC 9(08).
001400     05  CALC-JK-LINHA           PIC 9(05).
001500     05  CALC-JK-SITUACAO        PIC X(01).
001600     05  CALC-JK-MOTIVO-COD      PIC X(04).
001700     05  CALC-JK-MOTIVO          PIC X(40).
001800     05  FILLER                  PIC X(16).
