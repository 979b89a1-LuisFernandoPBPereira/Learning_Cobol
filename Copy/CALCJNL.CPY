000100*================================================================
000200*    CALCJNL   -  GENERAL-LEDGER JOURNAL UPLOAD RECORD
000300*    DIARIO CONTABIL GERADO PELO CALCJRN A PARTIR DO RESUMO DE   *
000400*    POSTAGEM (CALCPSM) PARA CARGA NO RAZAO. UM ARQUIVO POR      *
000500*    LIBERACAO: HEADER (BYTE 1 = "H", COM RUN-ID, DATA DE        *
000600*    NEGOCIO E CONTA TRANSITORIA), UMA LINHA "D" POR CONTA COM   *
000700*    SALDO E A LINHA DE CONTRAPARTIDA NA CONTA TRANSITORIA, E    *
000800*    TRAILER (BYTE 1 = "T", COM A QUANTIDADE DE LINHAS E OS      *
000900*    TOTAIS DE DEBITO E CREDITO, QUE SEMPRE BATEM).              *
001000*    CALC-JD-DC: D-DEBITO  C-CREDITO. SALDO POSITIVO NO RESUMO   *
001100*    DEBITA A CONTA, NEGATIVO CREDITA. O VALOR E SEMPRE          *
001200*    POSITIVO. CALC-JD-LINHA NUMERA AS LINHAS A PARTIR DE 1 E E  *
001300*    A CHAVE DO RETORNO DO RAZAO (CALCJAK).                      *
001400*================================================================
001500 01  CALC-JNL-HEADER.
001600     05  CALC-JH-TIPO            PIC X(01).
001700     05  CALC-JH-RUN-ID          PIC X(06).
001800     05  CALC-JH-DATA-NEGOCIO    PIC 9(08).
001900     05  CALC-JH-DATA-GERACAO    PIC 9(08).
002000     05  CALC-JH-HORA-GERACAO    PIC 9(06).
002100     05  CALC-JH-CONTA-TRANSIT   PIC X(10).
002200     05  FILLER                  PIC X(41).
002300*
002400 01  CALC-JNL-DETAIL.
002500     05  CALC-JD-TIPO            PIC X(01).
002600     05  CALC-JD-LINHA           PIC 9(05).
002700     05  CALC-JD-CONTA           PIC X(10).
002800     05  CALC-JD-DC              PIC X(01).
002900     05  CALC-JD-VALOR           PIC 9(16)V99.
003000     05  CALC-JD-QTD             PIC 9(07).
003100     05  CALC-JD-HISTORICO       PIC X(30).
003200     05  FILLER                  PIC X(08).
003300*
003400 01  CALC-JNL-TRAILER.
003500     05  CALC-JT-TIPO            PIC X(01).
003600     05  CALC-JT-QTD-LINHAS      PIC 9(05).
003700     05  CALC-JT-TOTAL-DEBITO    PIC 9(16)V99.
003800     05  CALC-JT-TOTAL-CREDITO   PIC 9(16)V99.
003900     05  FILLER                  PIC X(38).
