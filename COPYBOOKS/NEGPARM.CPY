000100***************************************************************
000200*    COPYBOOK.....: NEGPARM.CPY                                 *
000300*    DESCRICAO....: AREA DE PARAMETROS DA ROTINA DA DATA DE     *
000400*                   NEGOCIO (PROGRAMA DATNEG). FUNCAO 'C'       *
000500*                   DEVOLVE A DATA DE NEGOCIO CORRENTE; FUNCAO  *
000600*                   'P' PESQUISA A DATA INFORMADA EM            *
000700*                   DATNEG-DATA. AMBAS DEVOLVEM A SITUACAO DO   *
000800*                   DIA E A DATA-HORA (RELOGIO) DE ABERTURA DO  *
000900*                   DIA E DA ABERTURA SEGUINTE (NOVES QUANDO    *
001000*                   AINDA NAO HOUVE). SEM O ARQUIVO DE CONTROLE *
001100*                   OU SEM A DATA NELE, O DIA VALE DE 00:00 A   *
001200*                   00:00 DO DIA SEGUINTE DO CALENDARIO E A     *
001300*                   DATA CORRENTE E A DO RELOGIO.               *
001400*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001500*    DATA-ESCRITA.: 2026-10-15                                  *
001600*-------------------------------------------------------------*
001700*    HISTORICO DE ALTERACOES                                    *
001800*    DATA       AUTOR   DESCRICAO                               *
001900*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE PARAMETROS.      *
002000***************************************************************
002100    01  DATNEG-PARM.
002200        05  DATNEG-FUNCAO           PIC X(01).
002300            88  DATNEG-FUNC-CORRENTE VALUE 'C'.
002400            88  DATNEG-FUNC-PESQUISAR VALUE 'P'.
002500        05  DATNEG-DATA             PIC 9(08).
002600        05  DATNEG-DATA-R REDEFINES DATNEG-DATA.
002700            10  DATNEG-AAAA         PIC 9(04).
002800            10  DATNEG-MM           PIC 9(02).
002900            10  DATNEG-DD           PIC 9(02).
003000        05  DATNEG-SITUACAO         PIC X(01).
003100            88  DATNEG-DIA-ABERTO   VALUE 'A'.
003200            88  DATNEG-DIA-FECHADO  VALUE 'F'.
003300            88  DATNEG-SEM-CONTROLE VALUE 'S'.
003400            88  DATNEG-NAO-CADASTRADA VALUE 'N'.
003500        05  DATNEG-ABERTURA-DATA    PIC 9(08).
003600        05  DATNEG-ABERTURA-HORA    PIC 9(06).
003700        05  DATNEG-PROX-ABERT-DATA  PIC 9(08).
003800        05  DATNEG-PROX-ABERT-HORA  PIC 9(06).
