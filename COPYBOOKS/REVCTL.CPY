000100***************************************************************
000200*    COPYBOOK.....: REVCTL.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE   *
000400*                   DO ENVIO DE REVOGACOES DE CRACHA (ARQUIVO   *
000500*                   CADASTRO.REVCTL, DDNAME CADRVC). GUARDA A   *
000600*                   DATA E HORA DE CORTE DO ULTIMO ENVIO        *
000700*                   CONCLUIDO COM SUCESSO: O PROXIMO ENVIO      *
000800*                   COMECA LOGO DEPOIS DELA, DE FORMA QUE UMA   *
000900*                   REEXECUCAO NAO REENVIA O MESMO MOVIMENTO E  *
001000*                   UMA NOITE PERDIDA E RECUPERADA NO ENVIO     *
001100*                   SEGUINTE.                                   *
001200*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001300*    DATA-ESCRITA.: 2026-10-15                                  *
001400*-------------------------------------------------------------*
001500*    HISTORICO DE ALTERACOES                                    *
001600*    DATA       AUTOR   DESCRICAO                               *
001700*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE CONTROLE DO      *
001800*                       ENVIO DE REVOGACOES.                    *
001900***************************************************************
002000    01  REVCTL-REC.
002100        05  REVCTL-DT-CORTE         PIC 9(08).
002200        05  REVCTL-HORA-CORTE       PIC 9(06).
002300        05  REVCTL-SEQUENCIA        PIC 9(07).
002400        05  REVCTL-QTDE-ENVIADA     PIC 9(09).
002500        05  FILLER                  PIC X(10).
