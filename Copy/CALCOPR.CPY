000400*    ID, NOME E A MASCARA DE AUTORIZACAO POR CODIGO DE OPERACAO  *
000500*    (BYTE N = OPERACAO N, "S" PERMITE E "N" NEGA; DIVISAO E     *
000600*    PERCENTUAL FICAM EM "N" PARA QUEM NAO E CLERK SENIOR).      *
000604*    APROVADOR "S" DA AUTORIDADE PARA APROVAR OU REJEITAR LOTES  *
000608*    DIGITADOS POR OUTRO OPERADOR (TRANSACAO CAPR, CALCAPR).     *
000612*    CONTROLADORIA "S" DA AUTORIDADE PARA DAR BAIXA CONTABIL OU  *
000616*    ACEITAR UMA EXCECAO DA CONCILIACAO (TRANSACAO CEXW,         *
000620*    CALCEXW).                                                   *
000624*    ARQUIVO INDEXADO COM CHAVE NO ID (CALC-OP-ID), MANTIDO SO   *
000628*    PELA TRANSACAO DE ADMINISTRACAO DE SEGURANCA CADM (CALCADM).*
000632*    ADMSEG "S" DA AUTORIDADE PARA USAR A CADM.                  *
000636*    SITUACAO  : A-ATIVO  S-SUSPENSO PELA SEGURANCA  B-BLOQUEADO *
000640*                POR SENHA ERRADA. SO O ATIVO ASSINA.            *
000644*    SENHA-HASH: HASH DO ID COM A SENHA (A SENHA NAO E GRAVADA), *
000648*                NA MESMA CONTA EM TODA ASSINATURA (CALC, CENT,  *
000652*                CAPR, CEXW, CADM, CCAD, CIPC E CALCTXL) E NO    *
000656*                CALCOPCV.                                       *
000660*    DATA-SENHA: DIA DA ULTIMA TROCA; VENCIDA A VALIDADE, OU COM *
000664*                TROCA-SENHA "S" (SENHA INICIAL OU REINICIADA    *
000668*                PELA SEGURANCA), A ASSINATURA EXIGE SENHA NOVA. *
000672*    TENTATIVAS: SENHAS ERRADAS SEGUIDAS; NO LIMITE O OPERADOR   *
000676*                FICA BLOQUEADO. ZERA NA ASSINATURA CORRETA.     *
000680*    DATA/HORA-ULT-ASSIN : ULTIMA ASSINATURA ACEITA.             *
000684*    DATA-INCLUSAO, DATA-ALTERACAO E ADMIN-ALTERACAO : INCLUSAO  *
000688*                E ULTIMA ALTERACAO FEITAS NA CADM, E QUEM FEZ.  *
000700*================================================================
000800 01  CALC-OPR-RECORD.
000900     05  CALC-OP-ID              PIC X(08).
001000     05  CALC-OP-NOME            PIC X(30).
001100     05  CALC-OP-AUTORIZACOES    PIC X(06).
001110     05  CALC-OP-APROVADOR       PIC X(01).
001120     05  CALC-OP-CONTROLADORIA   PIC X(01).
001130     05  CALC-OP-ADMSEG          PIC X(01).
001140     05  CALC-OP-SITUACAO        PIC X(01).
001180     05  CALC-OP-SENHA-HASH      PIC 9(15).
001190     05  CALC-OP-DATA-SENHA      PIC 9(08).
001200     05  CALC-OP-TROCA-SENHA     PIC X(01).
001210     05  CALC-OP-TENTATIVAS      PIC 9(02).
001220     05  CALC-OP-DATA-ULT-ASSIN  PIC 9(08).
001230     05  CALC-OP-HORA-ULT-ASSIN  PIC 9(06).
001240     05  CALC-OP-DATA-INCLUSAO   PIC 9(08).
001250     05  CALC-OP-DATA-ALTERACAO  PIC 9(08).
001260     05  CALC-OP-ADMIN-ALTERACAO PIC X(08).
001270     05  FILLER                  PIC X(08).
