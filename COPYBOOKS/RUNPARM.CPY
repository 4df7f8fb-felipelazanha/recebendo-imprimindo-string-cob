000700*                   FUNCAO, A QUANTIDADE, O CODIGO DE RETORNO   *
000800*                   E O PROGRAMA EXIGIDO PELO GATE; RECEBE EM   *
000900*                   RUNCTL-RESULTADO SE O GATE FOI SATISFEITO   *
001000*                   (FIM COM RC ZERO NA MESMA DATA DE NEGOCIO). *
001100*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001200*    DATA-ESCRITA.: 2026-09-03                                  *
001300*-------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES                                    *
001500*    DATA       AUTOR   DESCRICAO                                *
001600*    2026-09-03 EMC     CRIACAO DO COPYBOOK DE PARAMETROS.      *
001650*    2026-10-15 EMC     GATE REFERIDO A DATA DE NEGOCIO.        *
001700***************************************************************
001800    01  RUNCTL-PARM.
001900        05  RUNCTL-FUNCAO           PIC X(01).
