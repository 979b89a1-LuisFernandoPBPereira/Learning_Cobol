000100*================================================================
000200*    CALCIPM   -  STANDING INSTRUCTION MASTER RECORD
000300*    UM REGISTRO POR INSTRUCAO PERMANENTE (CALCULO QUE SE REPETE *
000400*    COM OS MESMOS OPERANDOS NA MESMA CONTA). ARQUIVO INDEXADO   *
000500*    COM CHAVE NO CODIGO DA INSTRUCAO (CALC-IP-ID), MANTIDO PELA *
000600*    TRANSACAO CIPC (CALCIPC) E LIDO PELO GERADOR CALCIPG, QUE   *
000700*    GRAVA NO CALCINR AS INSTRUCOES QUE VENCEM NA DATA.          *
000800*    SITUACAO  : A-ATIVA  S-SUSPENSA  E-ENCERRADA (MANUALMENTE   *
000900*                OU PELO GERADOR DEPOIS DA DATA FIM).            *
001000*    TIPO      : A-AVULSA (SO O PASSO 1)  S-SET ENCADEADO (2 A 6 *
001100*                PASSOS, GERADOS ENTRE "S" E "E" COM O CODIGO DA *
001200*                INSTRUCAO COMO ID DO SET). USO-ACUM COMO NO     *
001300*                CALCREC (1/2 = ACUMULADO DO SET NO OPERANDO).   *
001400*    FREQUENCIA: D-DIARIA (TODO DIA UTIL)  S-SEMANAL (DIA = DIA  *
001500*                DA SEMANA, 1=SEGUNDA ... 7=DOMINGO)  M-MENSAL   *
001600*                (DIA = DIA DO MES; ALEM DO FIM DO MES VALE O    *
001700*                ULTIMO DIA)  E-DATA ESPECIFICA (UMA VEZ SO).    *
001800*    VENCIMENTO EM SABADO, DOMINGO OU FERIADO (CALCFER) PASSA    *
001900*    PARA O DIA UTIL SEGUINTE.                                   *
002000*    DATA-FIM  : ZERO = SEM FIM. ULT-GERACAO E A ULTIMA DATA DE  *
002100*                NEGOCIO EM QUE A INSTRUCAO FOI GERADA.          *
002110*    RESPONSAVEL: OPERADOR QUE INCLUIU OU ALTEROU POR ULTIMO     *
002120*                (ASSINADO NA CIPC).                             *
002130*    APROVACAO : P-PENDENTE  A-APROVADA. INCLUSAO E ALTERACAO    *
002140*                VOLTAM A PENDENTE; SO OUTRO OPERADOR COM        *
002150*                AUTORIDADE DE APROVADOR APROVA (PF10 NA CIPC).  *
002160*                O CALCIPG SO GERA A INSTRUCAO APROVADA (BRANCO, *
002170*                DE ANTES DA APROVACAO, CONTA COMO PENDENTE).    *
002200*================================================================
002300 01  CALC-IPM-RECORD.
002400     05  CALC-IP-ID              PIC X(08).
002500     05  CALC-IP-DESCRICAO       PIC X(30).
002600     05  CALC-IP-SITUACAO        PIC X(01).
002700     05  CALC-IP-MOEDA           PIC X(03).
002800     05  CALC-IP-CONTA           PIC X(10).
002900     05  CALC-IP-TIPO            PIC X(01).
003000     05  CALC-IP-FREQUENCIA      PIC X(01).
003100     05  CALC-IP-DIA             PIC 9(02).
003200     05  CALC-IP-DATA-ESPECIFICA PIC 9(08).
003300     05  CALC-IP-DATA-INICIO     PIC 9(08).
003400     05  CALC-IP-DATA-FIM        PIC 9(08).
003500     05  CALC-IP-QTD-PASSOS      PIC 9(01).
003600     05  CALC-IP-PASSO           OCCURS 6 TIMES.
003700         10  CALC-IP-NUMERO1     PIC S9(16)V99.
003800         10  CALC-IP-NUMERO2     PIC S9(16)V99.
003900         10  CALC-IP-OPERACAO    PIC X(01).
004000         10  CALC-IP-USO-ACUM    PIC X(01).
004100     05  CALC-IP-ULT-GERACAO     PIC 9(08).
004200     05  CALC-IP-DATA-ALTERACAO  PIC 9(08).
004300     05  CALC-IP-RESPONSAVEL     PIC X(08).
004400     05  CALC-IP-APROVACAO       PIC X(01).
004500     05  FILLER                  PIC X(06).
