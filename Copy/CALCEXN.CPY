000100*================================================================
000200*    CALCEXN   -  RECONCILIATION EXCEPTION NOTES HISTORY RECORD
000300*    UMA NOTA DATADA POR REGISTRO, GRAVADA PELA TRANSACAO CEXW   *
000400*    (CALCEXW) NA INVESTIGACAO DE UMA EXCECAO DA CONCILIACAO.    *
000500*    ARQUIVO INDEXADO COM CHAVE NA CONTA, DATA, HORA E SEQUENCIA *
000600*    (A SEQUENCIA SEPARA NOTAS GRAVADAS NO MESMO SEGUNDO), DE    *
000700*    MODO QUE AS NOTAS DE UMA CONTA SE LEEM EM ORDEM CRONOLOGICA.*
000800*    NENHUMA NOTA E ALTERADA OU EXCLUIDA.                        *
000900*    DATA-PRIMEIRA: PRIMEIRA DATA DA QUEBRA A QUE A NOTA SE      *
001000*                REFERE (A MESMA DO CALCEXM NA HORA DA NOTA).    *
001100*    TIPO      : N-NOTA DIGITADA  A-ATRIBUICAO DE ANALISTA       *
001200*                C-CAUSA RAIZ  D-DECISAO DA CONTROLADORIA (AS    *
001300*                TRES ULTIMAS SAO GRAVADAS PELO PROPRIO PROGRAMA)*
001400*================================================================
001500 01  CALC-EXN-RECORD.
001600     05  CALC-XN-CHAVE.
001700         10  CALC-XN-CONTA       PIC X(10).
001800         10  CALC-XN-DATA        PIC 9(08).
001900         10  CALC-XN-HORA        PIC 9(06).
002000         10  CALC-XN-SEQ         PIC 9(02).
002100     05  CALC-XN-OPERADOR        PIC X(08).
002200     05  CALC-XN-DATA-PRIMEIRA   PIC 9(08).
002300     05  CALC-XN-TIPO            PIC X(01).
002400     05  CALC-XN-TEXTO           PIC X(70).
002500     05  FILLER                  PIC X(07).
