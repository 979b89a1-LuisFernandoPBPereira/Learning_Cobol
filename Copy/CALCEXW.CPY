000100*================================================================
000200*    CALCEXW   -  RECONCILIATION EXCEPTION WORKBENCH RECORD
000300*    UM REGISTRO POR CONTA COM EXCECAO NO MASTER (CALCEXM), COM  *
000400*    O ANDAMENTO DA INVESTIGACAO FEITA NA TRANSACAO CEXW         *
000500*    (CALCEXW). ARQUIVO INDEXADO COM CHAVE NA CONTA. O REGISTRO  *
000600*    VALE PARA A QUEBRA CUJA PRIMEIRA DATA E CALC-XW-DATA-       *
000700*    PRIMEIRA: QUANDO O CALCRECN REABRE A CONTA COMO QUEBRA NOVA *
000800*    (OUTRA PRIMEIRA DATA) O REGISTRO ANTIGO NAO VALE MAIS E E   *
000900*    REINICIADO NA PRIMEIRA GRAVACAO DA NOVA QUEBRA.             *
001000*    CAUSA     : CAUSA RAIZ - 01 CORTE/TEMPORIZACAO  02 LANCTO   *
001100*                MANUAL NO RAZAO  03 MAPEAMENTO DE CONTA         *
001200*                04 ARREDONDAMENTO/CAMBIO  05 TRANSACAO REJEITADA*
001300*                OU SUSPENSA  06 DUPLICIDADE  99 OUTROS          *
001400*    DECISAO   : BRANCO = SEM DECISAO  BC = BAIXA CONTABIL       *
001500*                (WRITE-OFF) APROVADA  AC = DIFERENCA ACEITA.    *
001600*                SO QUEM TEM CONTROLADORIA "S" NO CALCOPR DECIDE,*
001700*                COM MOTIVO OBRIGATORIO, UMA VEZ POR QUEBRA. O   *
001800*                CALCRECN LEVA A DECISAO PARA O STATUS DO MASTER *
001900*                E NAO REABRE A QUEBRA DECIDIDA.                 *
002000*    ULT-NOTA  : COPIA DA ULTIMA NOTA GRAVADA NO HISTORICO       *
002100*                (CALCEXN), PARA OS RELATORIOS.                  *
002200*================================================================
002300 01  CALC-EXW-RECORD.
002400     05  CALC-XW-CONTA           PIC X(10).
002500     05  CALC-XW-DATA-PRIMEIRA   PIC 9(08).
002600     05  CALC-XW-ANALISTA        PIC X(08).
002700     05  CALC-XW-DATA-ATRIBUICAO PIC 9(08).
002800     05  CALC-XW-CAUSA           PIC X(02).
002900     05  CALC-XW-DECISAO         PIC X(02).
003000     05  CALC-XW-MOTIVO          PIC X(40).
003100     05  CALC-XW-DECISOR         PIC X(08).
003200     05  CALC-XW-DATA-DECISAO    PIC 9(08).
003300     05  CALC-XW-HORA-DECISAO    PIC 9(06).
003400     05  CALC-XW-QTD-NOTAS       PIC 9(05).
003500     05  CALC-XW-DATA-ULT-NOTA   PIC 9(08).
003600     05  CALC-XW-OPER-ULT-NOTA   PIC X(08).
003700     05  CALC-XW-ULT-NOTA        PIC X(70).
003800     05  FILLER                  PIC X(09).
