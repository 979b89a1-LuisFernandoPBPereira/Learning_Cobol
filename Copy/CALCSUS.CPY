000810*            05-MOEDA DESCONHECIDA  06-SET COM PASSO REJEITADO   *
000820*            (OU ESTRUTURA DE SET INVALIDA)  07-REFERENCIA DE    *
000830*            ACUMULADO INVALIDA                                  *
000840*            08-CONTA INEXISTENTE, ENCERRADA, FORA DE VIGENCIA   *
000850*            OU QUE NAO ACEITA A MOEDA (CADASTRO CALCCTA)        *
000860*            09-ESTORNO INVALIDO (ORIGINAL INEXISTENTE NO        *
000880*            CALCLOG/CALCLOGA, COM ERRO OU JA ESTORNADO)         *
000900*    STATUS: PE-PENDENTE  RS-RESSUBMETIDO                        *
001000*================================================================
001100 01  CALC-SUS-RECORD.
