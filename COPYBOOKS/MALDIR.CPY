000100***************************************************************
000200*    COPYBOOK.....: MALDIR.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE MALA DIRETA DOS        *
000400*                   ANIVERSARIANTES DO MES (DDNAME MALOUT,      *
000500*                   REGISTRO FIXO DE 150), GERADO PELO PROGCOB31*
000600*                   PARA A COMUNICACAO INTERNA. UM REGISTRO POR *
000700*                   PESSOA ATIVA COM ENDERECO VALIDO, EM ORDEM  *
000800*                   DE CEP (TARIFA DE POSTAGEM ORDENADA) E,     *
000900*                   DENTRO DO CEP, DE NOME. MAL-SEQUENCIA E A   *
001000*                   POSICAO DO REGISTRO NESSA ORDEM, IGUAL A DA *
001100*                   ETIQUETA CORRESPONDENTE.                    *
001200*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001300*    DATA-ESCRITA.: 2026-10-15                                  *
001400*-------------------------------------------------------------*
001500*    HISTORICO DE ALTERACOES                                    *
001600*    DATA       AUTOR   DESCRICAO                               *
001700*    2026-10-15 EMC     CRIACAO DO COPYBOOK DA MALA DIRETA DE   *
001800*                       ANIVERSARIANTES.                        *
001900***************************************************************
002000    01  MALDIR-REC.
002100        05  MAL-SEQUENCIA           PIC 9(06).
002200        05  MAL-CEP                 PIC 9(08).
002300        05  MAL-UF                  PIC X(02).
002400        05  MAL-CIDADE              PIC X(20).
002500        05  MAL-ENDERECO            PIC X(30).
002600        05  MAL-NOME                PIC X(20).
002700        05  MAL-DIA-NASCTO          PIC 9(02).
002800        05  MAL-MES-NASCTO          PIC 9(02).
002900        05  MAL-IDADE-COMPLETA      PIC 9(03).
003000        05  MAL-EMAIL               PIC X(30).
003100        05  FILLER                  PIC X(27).
