000100*================================================================
000200*    CALCTXF   -  TREASURY EXCHANGE-RATE FEED RECORD
000300*    ARQUIVO DE TAXAS DO DIA ENVIADO PELA TESOURARIA E CARREGADO *
000400*    PELO CALCTXL NO CALCTAX. UM ARQUIVO POR DATA DE NEGOCIO:    *
000500*    HEADER (BYTE 1 = "H", COM A DATA DE NEGOCIO E A GERACAO),   *
000600*    UMA LINHA "D" POR MOEDA COM A TAXA E A DATA DE VIGENCIA, E  *
000700*    TRAILER (BYTE 1 = "T", COM A QUANTIDADE DE LINHAS "D" E O   *
000800*    HASH - SOMA DAS TAXAS). FEED COM HEADER DE OUTRA DATA, SEM  *
000900*    TRAILER OU COM TRAILER QUE NAO BATE E RECUSADO INTEIRO.     *
001000*================================================================
001100 01  CALC-TXF-HEADER.
001200     05  CALC-FH-TIPO            PIC X(01).
001300     05  CALC-FH-DATA-NEGOCIO    PIC 9(08).
001400     05  CALC-FH-DATA-GERACAO    PIC 9(08).
001500     05  CALC-FH-HORA-GERACAO    PIC 9(06).
001600     05  CALC-FH-ORIGEM          PIC X(10).
001700     05  FILLER                  PIC X(07).
001800*
001900 01  CALC-TXF-DETAIL.
002000     05  CALC-FD-TIPO            PIC X(01).
002100     05  CALC-FD-MOEDA           PIC X(03).
002200     05  CALC-FD-DATA            PIC 9(08).
002300     05  CALC-FD-TAXA            PIC 9(07)V9(04).
002400     05  FILLER                  PIC X(17).
002500*
002600 01  CALC-TXF-TRAILER.
002700     05  CALC-FT-TIPO            PIC X(01).
002800     05  CALC-FT-QTD             PIC 9(05).
002900     05  CALC-FT-HASH            PIC 9(13)V9(04).
003000     05  FILLER                  PIC X(17).
