000100*================================================================
000200*    CALCSGL   -  OPERATOR SECURITY LOG RECORD
000300*    UM REGISTRO POR EVENTO DE SEGURANCA: ASSINATURA RECUSADA OU *
000400*    BLOQUEADA, TROCA DE SENHA E TODA ALTERACAO FEITA NO CADASTRO*
000500*    DE OPERADORES (CALCOPR) PELA TRANSACAO CADM (CALCADM).      *
000600*    ARQUIVO INDEXADO COM CHAVE NA DATA, HORA, TERMINAL E        *
000700*    SEQUENCIA (A SEQUENCIA SEPARA EVENTOS DO MESMO SEGUNDO NO   *
000800*    MESMO TERMINAL). O LOTE GRAVA COM TERMINAL "BTCH". NENHUM   *
000900*    REGISTRO E ALTERADO OU EXCLUIDO.                            *
001000*    TIPO      : FS-SENHA ERRADA  OI-OPERADOR INEXISTENTE        *
001100*                BL-BLOQUEIO POR SENHAS ERRADAS  TB-TENTATIVA    *
001200*                COM OPERADOR BLOQUEADO  TS-TENTATIVA COM        *
001300*                OPERADOR SUSPENSO  SN-SEM AUTORIDADE PARA A     *
001400*                TRANSACAO  TR-TROCA DE SENHA PELO OPERADOR      *
001500*                IN-INCLUSAO  AL-ALTERACAO  SU-SUSPENSAO         *
001600*                RE-REATIVACAO/DESBLOQUEIO  EX-EXCLUSAO          *
001700*                RS-SENHA REINICIADA PELA SEGURANCA              *
001800*    OPERADOR  : ID DIGITADO NA ASSINATURA OU ID ALTERADO NA CADM*
001900*    ADMIN     : ADMINISTRADOR ASSINADO NA CADM (ESPACOS NOS     *
002000*                EVENTOS DE ASSINATURA).                         *
002050*    TRANSACAO : TRANSACAO CICS DO EVENTO (ESPACOS NO LOTE).     *
002100*================================================================
002200 01  CALC-SGL-RECORD.
002300     05  CALC-SG-CHAVE.
002400         10  CALC-SG-DATA        PIC 9(08).
002500         10  CALC-SG-HORA        PIC 9(06).
002600         10  CALC-SG-TERMINAL    PIC X(04).
002700         10  CALC-SG-SEQ         PIC 9(03).
002800     05  CALC-SG-TIPO            PIC X(02).
002900     05  CALC-SG-OPERADOR        PIC X(08).
003000     05  CALC-SG-ADMIN           PIC X(08).
003100     05  CALC-SG-TRANSACAO       PIC X(04).
003200     05  CALC-SG-DESCRICAO       PIC X(60).
003300     05  FILLER                  PIC X(07).
