000100***************************************************************
000200*    COPYBOOK.....: PERMES.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO EXTRATO MENSAL DE PERMANENCIA POR *
000400*                   PESSOA NA PORTARIA (DDNAME CADPRM, REGISTRO *
000500*                   FIXO DE 80), GERADO PELO PROGCOB27 PARA A   *
000600*                   CONFERENCIA DAS HORAS DE PRESTADORES CONTRA *
000700*                   AS FATURAS. CABECALHO ('H') COM O MES DE    *
000800*                   REFERENCIA, UM DETALHE ('D') POR PESSOA COM *
000900*                   VISITAS, DIAS, MINUTOS, HORAS E PENDENCIAS, *
001000*                   E TRAILER ('T') COM A QUANTIDADE DE PESSOAS,*
001100*                   O TOTAL DE MINUTOS E O HASH-TOTAL DOS CPFS  *
001200*                   (SOMA MODULO 10**15).                       *
001300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001400*    DATA-ESCRITA.: 2026-10-15                                  *
001500*-------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                               *
001800*    2026-10-15 EMC     CRIACAO DO COPYBOOK DO EXTRATO DE       *
001900*                       PERMANENCIA MENSAL.                     *
002000***************************************************************
002100    01  PERMES-REC.
002200        05  PRM-TIPO-REG            PIC X(01).
002300            88  PRM-HEADER              VALUE 'H'.
002400            88  PRM-DETALHE             VALUE 'D'.
002500            88  PRM-TRAILER             VALUE 'T'.
002600        05  PRM-CONTEUDO            PIC X(79).
002700        05  PRM-DADOS-HEADER REDEFINES PRM-CONTEUDO.
002800            10  PRMH-MES-REFERENCIA PIC 9(06).
002900            10  PRMH-DT-GERACAO     PIC 9(08).
003000            10  PRMH-HORA-GERACAO   PIC 9(06).
003100            10  FILLER              PIC X(59).
003200        05  PRM-DADOS-DETALHE REDEFINES PRM-CONTEUDO.
003300            10  PRMD-MES-REFERENCIA PIC 9(06).
003400            10  PRMD-CPF            PIC 9(11).
003500            10  PRMD-NOME           PIC X(20).
003600            10  PRMD-QTDE-VISITAS   PIC 9(05).
003700            10  PRMD-QTDE-DIAS      PIC 9(02).
003800            10  PRMD-MINUTOS        PIC 9(07).
003900            10  PRMD-HORAS          PIC 9(05)V99.
004000            10  PRMD-PENDENCIAS     PIC 9(03).
004100            10  FILLER              PIC X(18).
004200        05  PRM-DADOS-TRAILER REDEFINES PRM-CONTEUDO.
004300            10  PRMT-QTDE-PESSOAS   PIC 9(09).
004400            10  PRMT-TOTAL-MINUTOS  PIC 9(11).
004500            10  PRMT-HASH-CPF       PIC 9(15).
004600            10  FILLER              PIC X(44).
