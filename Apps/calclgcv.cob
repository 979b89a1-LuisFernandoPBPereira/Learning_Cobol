001500*                   CALCLOG NOVO (INDEXADO, CHAVE DATA/HORA/     *
001600*                   OPERADOR/SEQ). ENTRADAS DO MESMO SEGUNDO E   *
001700*                   OPERADOR RECEBEM SEQ 001, 002, ...           *
001720* 15/10/2026 JH     ENTRADAS CONVERTIDAS FICAM FORA DA CADEIA DE *
001740*                   CUSTODIA (SEQUENCIAL DA CADEIA E HASHES      *
001760*                   ZERADOS); O CALCCUST AS CONTA COMO ANTERIORES*
001780*                   A CADEIA.                                    *
001800*----------------------------------------------------------------*
001900 ENVIRONMENT             DIVISION.
002000 INPUT-OUTPUT            SECTION.
009200*  2000-CONVERT-ENTRY - MONTA O REGISTRO NOVO A PARTIR DO ANTIGO *
009300*  (MESMOS CAMPOS, SO ENTRA O SEQUENCIAL NA CHAVE) E GRAVA,      *
009400*  SOMANDO 1 NO SEQUENCIAL ENQUANTO A CHAVE JA EXISTIR.          *
009450*  A ENTRADA CONVERTIDA NAO TEM ELO NA CADEIA DE CUSTODIA.       *
009500*----------------------------------------------------------------*
009600 2000-CONVERT-ENTRY.
009700     MOVE SPACES TO CALC-LOG-RECORD.
009800     MOVE CALC-OL-CHAVE TO CALC-LG-CHAVE(1:22).
009900     MOVE CALC-OL-RESTO TO CALC-LOG-RECORD(26:62).
010000     MOVE 1 TO CALC-LG-SEQ.
010020     MOVE ZERO TO CALC-LG-CAD-SEQ.
010050     MOVE ZERO TO CALC-LG-HASH-ANT.
010070     MOVE ZERO TO CALC-LG-HASH.
010100     WRITE CALC-LOG-RECORD.
010200     PERFORM 2100-RETRY-WRITE THRU 2100-EXIT
010300         UNTIL CALC-LOG-IOSTAT NOT EQUAL "22"
