000100***************************************************************
000200*    COPYBOOK.....: REJCPF.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE REJEICAO DA           *
000400*                   CORRECAO/UNIFICACAO DE CPF (GDG CADASTRO.   *
000500*                   REJCPF, UMA GERACAO POR EXECUCAO). E A      *
000600*                   PROPRIA TRANSACAO (TRANCPF-REC, 60 BYTES)   *
000700*                   COM O CODIGO DO MOTIVO NOS DOIS ULTIMOS     *
000800*                   BYTES DO FILLER, COMO NA MANUTENCAO EM      *
000900*                   LOTE, PARA REAPRESENTACAO COMO CADCPF.      *
001000*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001100*    DATA-ESCRITA.: 2026-10-15                                  *
001200*-------------------------------------------------------------*
001300*    HISTORICO DE ALTERACOES                                    *
001400*    DATA       AUTOR   DESCRICAO                               *
001500*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE REJEICAO DA      *
001600*                       CORRECAO/UNIFICACAO DE CPF.             *
001700***************************************************************
001800    01  REJCPF-REC.
001900        05  REJC-TRANSACAO          PIC X(58).
002000        05  REJC-MOTIVO-CODIGO      PIC X(02).
002100            88  REJC-TIPO-INVALIDO      VALUE '01'.
002200            88  REJC-CPF-ANTIGO-INVALIDO VALUE '02'.
002300            88  REJC-CPF-NOVO-INVALIDO  VALUE '03'.
002400            88  REJC-CPFS-IGUAIS        VALUE '04'.
002500            88  REJC-ANTIGO-NAO-CADASTRADO VALUE '05'.
002600            88  REJC-NOVO-JA-CADASTRADO VALUE '06'.
002700            88  REJC-NOVO-NAO-CADASTRADO VALUE '07'.
002800            88  REJC-SOBREVIVENTE-INATIVO VALUE '08'.
002900            88  REJC-FALHA-GRAVACAO     VALUE '09'.
