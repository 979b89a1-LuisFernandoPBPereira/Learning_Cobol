000100*================================================================
000200*    CALCSEL   -  AUDIT LOG CHAIN CONTROL AND DAILY SEAL
000300*    ARQUIVO INDEXADO COM CHAVE NA DATA DE NEGOCIO DO CALCLOG    *
000400*    (CALC-SL-DATA). O REGISTRO DE CHAVE ZERO E A CABECA DA      *
000500*    CADEIA (CALC-SEL-CABECA): DATA DA PRIMEIRA ENTRADA          *
000600*    ENCADEADA, DATA E HASH DA ULTIMA ENTRADA GRAVADA E O TOTAL  *
000700*    DE ENTRADAS ENCADEADAS. OS DEMAIS SAO UM POR DATA, MANTIDOS *
000800*    PELOS GRAVADORES DO CALCLOG (CALCULADORA, CALCONL) A CADA   *
000900*    ENTRADA: QUANTIDADE, HASH ANTERIOR A PRIMEIRA ENTRADA DA    *
001000*    DATA (ELO COM A DATA ANTERIOR), HASH DA ULTIMA E SOMA DOS   *
001100*    RESULTADOS.                                                 *
001200*    SITUACAO: A-ABERTA  S-SELADA. O SELO E GRAVADO PELO         *
001300*    CALCCUST NA DATA PEDIDA, SO COM A CADEIA DA DATA INTEGRA,   *
001400*    E CONGELA QUANTIDADE, HASH E SOMA NOS CAMPOS CALC-SL-SELO-; *
001500*    ENTRADA GRAVADA NA DATA DEPOIS DO SELO CONTINUA A CADEIA,   *
001600*    MAS O CALCCUST A APONTA COMO GRAVADA APOS O SELO.           *
001700*================================================================
001800 01  CALC-SEL-RECORD.
001900     05  CALC-SL-DATA            PIC 9(08).
002000     05  CALC-SL-QTD             PIC 9(07).
002100     05  CALC-SL-HASH-INI        PIC 9(15).
002200     05  CALC-SL-HASH-ULT        PIC 9(15).
002300     05  CALC-SL-SOMA            PIC S9(16)V99.
002400     05  CALC-SL-SITUACAO        PIC X(01).
002500     05  CALC-SL-SELO-QTD        PIC 9(07).
002600     05  CALC-SL-SELO-HASH       PIC 9(15).
002700     05  CALC-SL-SELO-SOMA       PIC S9(16)V99.
002800     05  CALC-SL-SELO-DATA       PIC 9(08).
002900     05  CALC-SL-SELO-HORA       PIC 9(06).
003000     05  FILLER                  PIC X(02).
003100 01  CALC-SEL-CABECA.
003200     05  CALC-SC-DATA            PIC 9(08).
003300     05  CALC-SC-INICIO          PIC 9(08).
003400     05  CALC-SC-ULT-DATA        PIC 9(08).
003500     05  CALC-SC-ULT-HASH        PIC 9(15).
003600     05  CALC-SC-TOTAL           PIC 9(09).
003700     05  FILLER                  PIC X(72).
