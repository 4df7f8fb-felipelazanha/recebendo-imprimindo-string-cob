001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-08-21 EMC     VERSAO ORIGINAL - ESTATISTICAS E        *
001900*                       ANIVERSARIANTES DO MES.                 *
001933*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
001966*                       NEGOCIO (ROTINA DATNEG).                *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PROGCOB09.
008200     05  WRK-MES-QTDE            PIC 9(09) COMP
008300                                 OCCURS 12 TIMES VALUE ZERO.
008400
008500     COPY NEGPARM.
008900
009000 01  WS-LINHA-CABECALHO-1        PIC X(80)
009100     VALUE 'ESTATISTICAS DEMOGRAFICAS DO CADASTRO DE PESSOAS'.
017300         DISPLAY 'MES DE ANIVERSARIO AUSENTE OU INVALIDO - '
017400             'SECAO DE ANIVERSARIANTES SUPRIMIDA'
017500     END-IF.
017600     SET DATNEG-FUNC-CORRENTE TO TRUE.
017650     CALL 'DATNEG' USING DATNEG-PARM.
017700     MOVE DATNEG-DD   TO CAB-DATA-DD.
017800     MOVE DATNEG-MM   TO CAB-DATA-MM.
017900     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
018000     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
018100     PERFORM 8100-VERIFICAR-RELOUT
018200         THRU 8100-VERIFICAR-RELOUT-EXIT.
