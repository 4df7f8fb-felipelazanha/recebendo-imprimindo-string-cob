000100***************************************************************
000200*    COPYBOOK.....: BALCTL.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE   *
000400*                   DO BALANCEAMENTO DIARIO DO MESTRE           *
000500*                   CADASTRO.PESSOAS (ARQUIVO CADASTRO.BALCTL,  *
000600*                   DDNAME CADBLC). CADA BALANCEAMENTO CONCLUIDO*
000700*                   ACRESCENTA UM REGISTRO COM A DATA E HORA DE *
000800*                   CORTE E OS TOTAIS DO MESTRE NAQUELE MOMENTO:*
000900*                   QUANTIDADE DE ATIVOS E DE INATIVOS E O      *
001000*                   HASH-TOTAL DOS CPFS DE CADA GRUPO (SOMA DOS *
001100*                   CPFS MODULO 10**15, COMO NA DESCARGA). O    *
001200*                   ULTIMO REGISTRO E A BASE DO DIA SEGUINTE.   *
001300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001400*    DATA-ESCRITA.: 2026-10-15                                  *
001500*-------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                               *
001800*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE CONTROLE DO      *
001900*                       BALANCEAMENTO.                          *
002000***************************************************************
002100    01  BALCTL-REC.
002200        05  BALCTL-DT-CORTE         PIC 9(08).
002300        05  BALCTL-HORA-CORTE       PIC 9(06).
002400        05  BALCTL-QTDE-ATIVOS      PIC 9(09).
002500        05  BALCTL-QTDE-INATIVOS    PIC 9(09).
002600        05  BALCTL-HASH-ATIVOS      PIC 9(15).
002700        05  BALCTL-HASH-INATIVOS    PIC 9(15).
002800        05  BALCTL-ORIGEM           PIC X(01).
002900            88  BALCTL-BALANCEADO   VALUE 'B'.
003000            88  BALCTL-NOVA-BASE    VALUE 'N'.
003100        05  FILLER                  PIC X(17).
