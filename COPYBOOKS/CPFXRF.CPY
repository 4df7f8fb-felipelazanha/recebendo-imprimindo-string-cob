000100***************************************************************
000200*    COPYBOOK.....: CPFXRF.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE REFERENCIA CRUZADA    *
000400*                   DE CPF (ARQUIVO INDEXADO CADASTRO.CPFXRF,   *
000500*                   DDNAME CADXRF, CHAVE CPF ANTIGO): CADA CPF  *
000600*                   CORRIGIDO OU UNIFICADO APONTA PARA O CPF    *
000700*                   QUE O SUBSTITUIU. A SITUACAO FICA           *
000800*                   PENDENTE ATE OS ARQUIVOS DE MOVIMENTO,      *
000900*                   HISTORICO E CORRECAO SEREM REGRAVADOS NO    *
001000*                   CPF NOVO, COM AS QUANTIDADES POR ARQUIVO.   *
001100*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001200*    DATA-ESCRITA.: 2026-10-15                                  *
001300*-------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES                                    *
001500*    DATA       AUTOR   DESCRICAO                               *
001600*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE REFERENCIA       *
001700*                       CRUZADA DE CPF.                         *
001800***************************************************************
001900    01  CPFXRF-REC.
002000        05  XRF-CPF-ANTIGO          PIC 9(11).
002100        05  XRF-CPF-NOVO            PIC 9(11).
002200        05  XRF-TIPO                PIC X(01).
002300            88  XRF-CORRECAO        VALUE 'C'.
002400            88  XRF-UNIFICACAO      VALUE 'U'.
002500        05  XRF-SITUACAO            PIC X(01).
002600            88  XRF-PENDENTE        VALUE 'P'.
002700            88  XRF-CONCLUIDA       VALUE 'C'.
002800        05  XRF-DATA                PIC 9(08).
002900        05  XRF-OPERADOR            PIC X(08).
003000        05  XRF-QTDE-MOV            PIC 9(07).
003100        05  XRF-QTDE-HST            PIC 9(07).
003200        05  XRF-QTDE-WRK            PIC 9(07).
003300        05  FILLER                  PIC X(19).
