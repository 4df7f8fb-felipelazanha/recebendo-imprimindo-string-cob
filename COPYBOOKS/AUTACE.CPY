000100***************************************************************
000200*    COPYBOOK.....: AUTACE.CPY                                  *
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE AUTORIZACAO DE ACESSO *
000400*                   (ARQUIVO INDEXADO CADASTRO.AUTORIZACAO,     *
000500*                   DDNAME CADACE, CHAVE CPF). DEFINE O PERIODO *
000600*                   DE VALIDADE, OS DIAS DA SEMANA PERMITIDOS   *
000700*                   ('S'/'N' DE DOMINGO A SABADO), A JANELA DE  *
000800*                   HORARIO (HHMM; INICIO MAIOR QUE O FIM       *
000900*                   INDICA JANELA QUE PASSA DA MEIA-NOITE) E O  *
001000*                   ANFITRIAO OU DEPARTAMENTO RESPONSAVEL.      *
001100*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001200*    DATA-ESCRITA.: 2026-10-15                                  *
001300*-------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES                                    *
001500*    DATA       AUTOR   DESCRICAO                               *
001600*    2026-10-15 EMC     CRIACAO DO COPYBOOK DE AUTORIZACAO DE   *
001700*                       ACESSO.                                 *
001800***************************************************************
001900    01  AUTACE-REC.
002000        05  AUT-CPF                 PIC 9(11).
002100        05  AUT-DT-INICIO           PIC 9(08).
002200        05  AUT-DT-FIM              PIC 9(08).
002300        05  AUT-DIAS-SEMANA         PIC X(07).
002400        05  AUT-TAB-DIAS REDEFINES AUT-DIAS-SEMANA.
002500            10  AUT-DIA             PIC X(01) OCCURS 7 TIMES.
002600                88  AUT-DIA-PERMITIDO VALUE 'S'.
002700        05  AUT-HORA-INICIO         PIC 9(04).
002800        05  AUT-HORA-FIM            PIC 9(04).
002900        05  AUT-RESPONSAVEL         PIC X(30).
003000        05  AUT-OPERADOR            PIC X(08).
003100        05  AUT-DT-ATUALIZACAO      PIC 9(08).
003200        05  FILLER                  PIC X(12).
