000100*================================================================
000200*    CALCTOL   -  EXCHANGE-RATE TOLERANCE RECORD
000300*    UM REGISTRO POR MOEDA COTADA PELA TESOURARIA, COM A         *
000400*    VARIACAO MAXIMA (EM PERCENTUAL, PARA MAIS OU PARA MENOS)    *
000500*    ACEITA PELO CALCTXL SOBRE A ULTIMA TAXA VIGENTE SEM         *
000600*    CONFIRMACAO DO SUPERVISOR. AS MOEDAS DESTE ARQUIVO SAO AS   *
000700*    QUE PRECISAM TER TAXA VIGENTE NA DATA DE NEGOCIO PARA O     *
000800*    CICLO RODAR. A MOEDA "***" DA A TOLERANCIA DAS MOEDAS QUE   *
000900*    NAO TEM REGISTRO PROPRIO (SEM ELA VALE 5,00%).              *
001000*================================================================
001100 01  CALC-TOL-RECORD.
001200     05  CALC-TL-MOEDA           PIC X(03).
001300     05  CALC-TL-PERCENTUAL      PIC 9(03)V99.
001400     05  FILLER                  PIC X(12).
