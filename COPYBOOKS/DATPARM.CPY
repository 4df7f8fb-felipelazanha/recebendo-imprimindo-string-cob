000100***************************************************************
000200*    COPYBOOK.....: DATPARM.CPY                                 *
000300*    DESCRICAO....: AREA DE PARAMETROS DA ROTINA DE CALCULO DE  *
000400*                   DATAS (PROGRAMA DATCALC). O CHAMADOR        *
000500*                   PREENCHE A FUNCAO E A DATA (AAAAMMDD):      *
000600*                   'S' SOMA DATCALC-DIAS (COM SINAL) A DATA E  *
000700*                   DEVOLVE DATCALC-DATA-FINAL; 'D' DEVOLVE EM  *
000800*                   DATCALC-DIAS A QUANTIDADE DE DIAS DA DATA   *
000900*                   ATE DATCALC-DATA-FINAL; 'V' SO VALIDA A     *
001000*                   DATA. TODAS AS FUNCOES DEVOLVEM O DIA DA    *
001100*                   SEMANA DE DATCALC-DATA (1 DOMINGO A 7       *
001200*                   SABADO) E O RESULTADO DA VALIDACAO.         *
001300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001400*    DATA-ESCRITA.: 2026-10-15                                  *
001500*-------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                               *
001800*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE PARAMETROS.      *
001900***************************************************************
002000    01  DATCALC-PARM.
002100        05  DATCALC-FUNCAO          PIC X(01).
002200            88  DATCALC-FUNC-SOMAR  VALUE 'S'.
002300            88  DATCALC-FUNC-DIFERENCA VALUE 'D'.
002400            88  DATCALC-FUNC-VALIDAR VALUE 'V'.
002500        05  DATCALC-DATA            PIC 9(08).
002600        05  DATCALC-DIAS            PIC S9(07).
002700        05  DATCALC-DATA-FINAL      PIC 9(08).
002800        05  DATCALC-DIA-SEMANA      PIC 9(01).
002900            88  DATCALC-DOMINGO     VALUE 1.
003000            88  DATCALC-SABADO      VALUE 7.
003100            88  DATCALC-FIM-SEMANA  VALUE 1 7.
003200        05  DATCALC-RESULTADO       PIC X(01).
003300            88  DATCALC-OK          VALUE 'V'.
003400            88  DATCALC-INVALIDA    VALUE 'I'.
