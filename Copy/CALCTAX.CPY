000400*    TABELA NA ABERTURA E USA, PARA CADA MOEDA, A TAXA DE       *
000500*    VIGENCIA MAIS RECENTE QUE NAO PASSA DA DATA DO MOVIMENTO.   *
000600*    TRANSACAO COM MOEDA SEM TAXA VIGENTE E REJEITADA.           *
000610*    A CARGA DO FEED DA TESOURARIA (CALCTXL) GRAVA CADA TAXA COM *
000620*    A SITUACAO: BRANCO OU "C" - VIGENTE (CONFIRMADA), "P" -     *
000630*    RETIDA (VARIACAO ACIMA DA TOLERANCIA OU MOEDA NOVA, AGUARDA *
000640*    O SUPERVISOR), "R" - RECUSADA PELO SUPERVISOR. TAXA RETIDA  *
000650*    OU RECUSADA NAO VALE PARA CALCULO. ORIGEM: BRANCO - MANUAL, *
000660*    "F" - FEED. CONFIRMADOR E DATA-CONF SAO DE QUEM LIBEROU A   *
000670*    TAXA ("CALCTXL" QUANDO DENTRO DA TOLERANCIA).               *
000700*================================================================
000800 01  CALC-TAX-RECORD.
000900     05  CALC-TX-MOEDA           PIC X(03).
001000     05  CALC-TX-DATA            PIC 9(08).
001100     05  CALC-TX-TAXA            PIC 9(07)V9(04).
001110     05  CALC-TX-SITUACAO        PIC X(01).
001120     05  CALC-TX-ORIGEM          PIC X(01).
001130     05  CALC-TX-CONFIRMADOR     PIC X(08).
001140     05  CALC-TX-DATA-CONF       PIC 9(08).
001200     05  FILLER                  PIC X(06).
