000100*================================================================
000200*    CALCFER   -  BUSINESS CALENDAR (HOLIDAYS)
000300*    UM REGISTRO POR FERIADO (DIA SEM EXPEDIENTE QUE NAO SEJA    *
000400*    SABADO NEM DOMINGO, QUE JA SAO DIAS NAO UTEIS). ARQUIVO     *
000500*    SEQUENCIAL MANTIDO PELA CONTADORIA PARA O ANO CORRENTE E O  *
000600*    SEGUINTE; LIDO PELO GERADOR DE INSTRUCOES PERMANENTES       *
000700*    (CALCIPG) PARA PASSAR O VENCIMENTO AO DIA UTIL SEGUINTE.    *
000800*================================================================
000900 01  CALC-FER-RECORD.
001000     05  CALC-FR-DATA            PIC 9(08).
001100     05  CALC-FR-DESCRICAO       PIC X(30).
001200     05  FILLER                  PIC X(02).
