000100*================================================================
000200*    CALCCTA   -  CHART OF ACCOUNTS MASTER RECORD
000300*    UM REGISTRO POR CONTA CONTABIL: DESCRICAO, SITUACAO, MOEDA  *
000400*    PERMITIDA E DATAS DE VIGENCIA. ARQUIVO INDEXADO COM CHAVE   *
000500*    NA CONTA (CALC-CT-CONTA), MANTIDO PELA TRANSACAO CCAD       *
000600*    (CALCCAD) E CONSULTADO PELA CRITICA DA CONTA (CALCEDIT,     *
000700*    CALCENT, CALCREP) E PELOS RELATORIOS QUE IMPRIMEM A         *
000800*    DESCRICAO AO LADO DO CODIGO.                                *
000900*    STATUS: AB-ABERTA  EN-ENCERRADA                             *
001000*    MOEDA : ESPACOS ACEITA QUALQUER MOEDA; BRL E ESPACOS NA     *
001100*            TRANSACAO CONTAM COMO A MESMA MOEDA (REAIS).        *
001200*    DATA-EFETIVA : PRIMEIRO DIA EM QUE A CONTA ACEITA MOVIMENTO *
001300*    DATA-ENCERRA : DIA DO ENCERRAMENTO (ZERO ENQUANTO ABERTA);  *
001400*                   A PARTIR DELE A CONTA NAO ACEITA MOVIMENTO.  *
001500*================================================================
001600 01  CALC-CTA-RECORD.
001700     05  CALC-CT-CONTA           PIC X(10).
001800     05  CALC-CT-DESCRICAO       PIC X(30).
001900     05  CALC-CT-STATUS          PIC X(02).
002000     05  CALC-CT-MOEDA           PIC X(03).
002100     05  CALC-CT-DATA-EFETIVA    PIC 9(08).
002200     05  CALC-CT-DATA-ENCERRA    PIC 9(08).
002300     05  FILLER                  PIC X(09).
