000100***************************************************************
000200*    COPYBOOK.....: TRANCPF.CPY                                 *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE TRANSACAO DE          *
000400*                   CORRECAO E UNIFICACAO DE CPF (ARQUIVO       *
000500*                   CADASTRO.TRANCPF, DDNAME CADCPF). NA        *
000600*                   CORRECAO O REGISTRO DO CPF ANTIGO PASSA     *
000700*                   PARA O CPF NOVO; NA UNIFICACAO O CPF        *
000800*                   ANTIGO E O PERDEDOR E O CPF NOVO E O        *
000900*                   SOBREVIVENTE. GRAVADO PELA OPCAO DO MENU    *
001000*                   DE CAPTURA OU DIGITADO, E APLICADO PELO     *
001100*                   PROCESSAMENTO EM LOTE PROGCOB24.            *
001200*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001300*    DATA-ESCRITA.: 2026-10-15                                  *
001400*-------------------------------------------------------------*
001500*    HISTORICO DE ALTERACOES                                    *
001600*    DATA       AUTOR   DESCRICAO                               *
001700*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE CORRECAO E       *
001800*                       UNIFICACAO DE CPF.                      *
001900***************************************************************
002000    01  TRANCPF-REC.
002100        05  TRCPF-TIPO              PIC X(01).
002200            88  TRCPF-CORRIGIR      VALUE 'C'.
002300            88  TRCPF-UNIFICAR      VALUE 'U'.
002400        05  TRCPF-CPF-ANTIGO        PIC 9(11).
002500        05  TRCPF-CPF-NOVO          PIC 9(11).
002600        05  TRCPF-OPERADOR          PIC X(08).
002700        05  TRCPF-DATA              PIC 9(08).
002800        05  FILLER                  PIC X(21).
