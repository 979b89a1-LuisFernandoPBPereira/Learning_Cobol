000100*================================================================
000200*    CALCPND   -  PENDING ONLINE BATCH RECORD
000300*    UM REGISTRO POR LOTE DIGITADO NA TELA CALC4 (CALCENT) QUE   *
000400*    AGUARDA A APROVACAO DE UM SEGUNDO OPERADOR NA TRANSACAO     *
000500*    CAPR (CALCAPR). ARQUIVO INDEXADO COM CHAVE NA DATA E HORA   *
000600*    DA DIGITACAO E NO TERMINAL (CALC-PN-CHAVE). GUARDA O        *
000700*    HEADER (RUN-ID E DATA DO MOVIMENTO), A QUANTIDADE E O HASH  *
000800*    DO TRAILER E AS IMAGENS DOS DETALHES COMO VAO PARA O        *
000900*    CALCINR; SO O LOTE APROVADO E GRAVADO NO CALCINR.           *
001000*    SITUACAO: PE-PENDENTE  AP-APROVADO  RJ-REJEITADO            *
001100*    APROVADOR, DATA/HORA DA DECISAO E MOTIVO (OBRIGATORIO NA    *
001200*    REJEICAO) FICAM EM BRANCO/ZERO ENQUANTO PENDENTE. O         *
001300*    APROVADOR NUNCA E O MESMO OPERADOR QUE DIGITOU O LOTE.      *
001400*================================================================
001500 01  CALC-PND-RECORD.
001600     05  CALC-PN-CHAVE.
001700         10  CALC-PN-DATA-DIG    PIC 9(08).
001800         10  CALC-PN-HORA-DIG    PIC 9(08).
001900         10  CALC-PN-TERMINAL    PIC X(04).
002000     05  CALC-PN-OPERADOR        PIC X(08).
002100     05  CALC-PN-SITUACAO        PIC X(02).
002200     05  CALC-PN-RUN-ID          PIC X(06).
002300     05  CALC-PN-DATA-MOVTO      PIC 9(08).
002400     05  CALC-PN-QTD             PIC 9(07).
002500     05  CALC-PN-HASH            PIC S9(16)V99.
002600     05  CALC-PN-APROVADOR       PIC X(08).
002700     05  CALC-PN-DATA-DECISAO    PIC 9(08).
002800     05  CALC-PN-HORA-DECISAO    PIC 9(08).
002900     05  CALC-PN-MOTIVO          PIC X(40).
003000     05  CALC-PN-DETALHES.
003100         10  CALC-PN-DET-IMG     PIC X(57) OCCURS 6 TIMES.
003200     05  FILLER                  PIC X(25).
