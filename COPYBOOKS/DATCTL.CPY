000100***************************************************************
000200*    COPYBOOK.....: DATCTL.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE   *
000400*                   DA DATA DE NEGOCIO (ARQUIVO CADASTRO.       *
000500*                   DATACTL, DDNAME CADDAT). O JOB DE ABERTURA  *
000600*                   E FECHAMENTO DO DIA (PROGCB30) ACRESCENTA   *
000700*                   UM REGISTRO 'A' AO ABRIR A DATA DE NEGOCIO  *
000800*                   E UM REGISTRO 'F' AO FECHA-LA, COM A DATA E *
000900*                   HORA DO RELOGIO EM QUE CADA EVENTO OCORREU. *
001000*                   O ULTIMO REGISTRO DA A DATA DE NEGOCIO      *
001100*                   CORRENTE; O REGISTRO 'F' REPETE A           *
001200*                   DATA-HORA DE ABERTURA DO SEU DIA. LIDO PELA *
001300*                   ROTINA DATNEG.                              *
001400*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001500*    DATA-ESCRITA.: 2026-10-15                                  *
001600*-------------------------------------------------------------*
001700*    HISTORICO DE ALTERACOES                                    *
001800*    DATA       AUTOR   DESCRICAO                               *
001900*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE CONTROLE DA DATA *
002000*                       DE NEGOCIO.                             *
002100***************************************************************
002200    01  DATCTL-REC.
002300        05  DATCTL-DT-NEGOCIO       PIC 9(08).
002400        05  DATCTL-SITUACAO         PIC X(01).
002500            88  DATCTL-ABERTO       VALUE 'A'.
002600            88  DATCTL-FECHADO      VALUE 'F'.
002700        05  DATCTL-DT-EVENTO        PIC 9(08).
002800        05  DATCTL-HORA-EVENTO      PIC 9(06).
002900        05  DATCTL-DT-ABERTURA      PIC 9(08).
003000        05  DATCTL-HORA-ABERTURA    PIC 9(06).
003100        05  DATCTL-JOB              PIC X(08).
003200        05  FILLER                  PIC X(35).
