000100***************************************************************
000200*    COPYBOOK.....: REVCRA.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE ENVIO DE REVOGACOES E  *
000400*                   LIBERACOES DE CRACHA AO SISTEMA DE CONTROLE *
000500*                   DE ACESSO (CATRACAS), GERADO PELO PROGCOB26 *
000600*                   (DDNAME CADREV, REGISTRO FIXO DE 80). O     *
000700*                   ARQUIVO TEM UM REGISTRO DE CABECALHO ('H')  *
000800*                   COM O PERIODO COBERTO, UM DETALHE ('D') POR *
000900*                   CPF CUJO ACESSO MUDOU E UM TRAILER ('T')    *
001000*                   COM AS QUANTIDADES E O HASH-TOTAL DOS CPFS  *
001100*                   (SOMA MODULO 10**15), QUE O SISTEMA DE      *
001200*                   DESTINO DEVE CONFERIR ANTES DE APLICAR.     *
001300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001400*    DATA-ESCRITA.: 2026-10-15                                  *
001500*-------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                               *
001800*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE ENVIO DE         *
001900*                       REVOGACOES DE CRACHA.                   *
002000***************************************************************
002100    01  REVCRA-REC.
002200        05  REV-TIPO-REG            PIC X(01).
002300            88  REV-HEADER              VALUE 'H'.
002400            88  REV-DETALHE             VALUE 'D'.
002500            88  REV-TRAILER             VALUE 'T'.
002600        05  REV-CONTEUDO            PIC X(79).
002700        05  REV-DADOS-HEADER REDEFINES REV-CONTEUDO.
002800            10  REVH-SISTEMA        PIC X(08).
002900            10  REVH-SEQUENCIA      PIC 9(07).
003000            10  REVH-DT-GERACAO     PIC 9(08).
003100            10  REVH-HORA-GERACAO   PIC 9(06).
003200            10  REVH-DT-INICIO      PIC 9(08).
003300            10  REVH-HORA-INICIO    PIC 9(06).
003400            10  REVH-DT-FIM         PIC 9(08).
003500            10  REVH-HORA-FIM       PIC 9(06).
003600            10  FILLER              PIC X(22).
003700        05  REV-DADOS-DETALHE REDEFINES REV-CONTEUDO.
003800            10  REVD-CPF            PIC 9(11).
003900            10  REVD-ACAO           PIC X(01).
004000                88  REVD-REVOGAR        VALUE 'R'.
004100                88  REVD-LIBERAR        VALUE 'L'.
004200            10  REVD-MOTIVO         PIC X(08).
004300            10  REVD-DATA           PIC 9(08).
004400            10  REVD-HORA           PIC 9(06).
004500            10  REVD-NOME           PIC X(20).
004600            10  FILLER              PIC X(25).
004700        05  REV-DADOS-TRAILER REDEFINES REV-CONTEUDO.
004800            10  REVT-SEQUENCIA      PIC 9(07).
004900            10  REVT-QTDE-DETALHE   PIC 9(09).
005000            10  REVT-QTDE-REVOGAR   PIC 9(09).
005100            10  REVT-QTDE-LIBERAR   PIC 9(09).
005200            10  REVT-HASH-CPF       PIC 9(15).
005300            10  FILLER              PIC X(30).
