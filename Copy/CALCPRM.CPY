000400*    CUJO VALOR ABSOLUTO NAO PASSA DA TOLERANCIA ABSOLUTA, OU    *
000500*    NAO PASSA DO PERCENTUAL SOBRE O SALDO ESPERADO, E RELATADA  *
000600*    COMO IMATERIAL EM VEZ DE VIRAR EXCECAO NO MASTER.           *
000610*    CALC-PR-CONTA-TRANSIT E A CONTA TRANSITORIA (CLEARING) DO   *
000620*    RAZAO, CONTRAPARTIDA DO DIARIO CONTABIL GERADO PELO CALCJRN *
000630*    A PARTIR DO RESUMO DE POSTAGEM.                             *
000700*================================================================
000800 01  CALC-PRM-RECORD.
000900     05  CALC-PR-TOLER-ABS       PIC 9(14)V99.
001000     05  CALC-PR-TOLER-PCT       PIC 9(03)V99.
001100     05  CALC-PR-CONTA-TRANSIT   PIC X(10).
