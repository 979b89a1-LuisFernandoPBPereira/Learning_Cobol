000400*    QUANTIDADE DE TRANSACOES, QUANTIDADE COM ERRO E SOMA DOS    *
000500*    RESULTADOS. OPERACAO "S" ACUMULA OS RESULTADOS FINAIS DOS   *
000600*    SETS ENCADEADOS E "X" AS TRANSACOES DE OPERACAO INVALIDA.   *
000630*    OPERACAO "R" CONTA OS ESTORNOS A PARTE DOS CALCULOS NOVOS;  *
000660*    A SOMA E A DOS RESULTADOS ESTORNADOS (NEGATIVA).            *
000700*    ARQUIVO INDEXADO COM CHAVE DATA/OPERACAO (CALC-PT-CHAVE):   *
000800*    O LOTE (CALCULADORA) ATUALIZA AS ENTRADAS NO LUGAR, SEM     *
000900*    TETO DE REGISTROS NEM REGRAVACAO DO ARQUIVO INTEIRO, E O    *
