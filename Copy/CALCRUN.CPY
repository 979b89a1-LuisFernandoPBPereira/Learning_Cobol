001300*    RECUSA ENQUANTO HOUVER CALCULADORA "EX" (LOTE ABERTO) EM    *
001400*    QUALQUER DATA. PASSO JA "OK" NA DATA SO REEXECUTA COM       *
001500*    CONFIRMACAO EXPLICITA DO OPERADOR.                          *
001510*    O DIARIO CONTABIL (CALCJRN) EXIGE CALCULADORA E VARREDURA   *
001515*    DO ONLINE (CALCVARR) "OK" NA DATA,                          *
001520*    E O SEU "OK" REGISTRA QUE O DIARIO FOI LIBERADO AO RAZAO;   *
001530*    DIARIO QUE NAO BATE NAO E GERADO E O PASSO FICA EM "EX".    *
001540*    A VARREDURA DO ONLINE (CALCVARR) RODA UMA VEZ POR DATA: COM *
001560*    O PASSO "OK" NA DATA NAO HA REEXECUCAO (POSTARIA DUAS       *
001580*    VEZES); PASSO EM "EX" SO REEXECUTA COM CONFIRMACAO.         *
001585*    A CARGA DAS TAXAS DE CAMBIO (CALCTXL) SO FICA "OK" QUANDO   *
001590*    TODA MOEDA EXIGIDA TEM TAXA VIGENTE NA DATA E NAO HA TAXA   *
001592*    RETIDA PARA O SUPERVISOR; CALCEDIT E CALCULADORA EXIGEM     *
001594*    ESSE "OK" NA DATA.                                          *
001595*    A GERACAO DAS INSTRUCOES PERMANENTES (CALCIPG) RODA UMA VEZ *
001596*    POR DATA ANTES DO CALCEDIT: COM O PASSO "OK" NA DATA NAO HA *
001597*    REEXECUCAO (O LOTE IRIA DUAS VEZES PARA O CALCINR); PASSO   *
001598*    EM "EX" REEXECUTA COM AVISO. O CALCEDIT EXIGE ESSE "OK".    *
001600*    RESULTADO: EX-EM EXECUCAO  OK-CONCLUIDO                     *
001700*    CALC-RN-SEQ CONTA QUANTAS VEZES O PASSO INICIOU NA DATA.    *
001800*================================================================
