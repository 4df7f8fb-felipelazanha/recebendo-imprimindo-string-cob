002000*    DATA       AUTOR   DESCRICAO                                *
002100*    2026-09-03 EMC     VERSAO ORIGINAL - CONVERSAO DE ARQUIVO  *
002200*                       DELIMITADO PARA TRANLOAD.               *
002233*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
002266*                       NEGOCIO (ROTINA DATNEG).                *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PROGCOB16.
008200 77  WRK-CAMPO-SOBRA             PIC X(20)   VALUE SPACES.
008300 77  WRK-NOME-LIMPO              PIC X(40)   VALUE SPACES.
008400
008500     COPY NEGPARM.
008900
009000 01  WRK-DATA-NASCTO.
009100     05  WRK-DTNASC-AAAA         PIC 9(04).
014300     OPEN INPUT DELIMITADO.
014400     OPEN OUTPUT TRANLOAD.
014500     OPEN OUTPUT RELATORIO.
014600     SET DATNEG-FUNC-CORRENTE TO TRUE.
014650     CALL 'DATNEG' USING DATNEG-PARM.
014700     MOVE DATNEG-DD   TO CAB-DATA-DD.
014800     MOVE DATNEG-MM   TO CAB-DATA-MM.
014900     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
015000     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
015100     PERFORM 8100-VERIFICAR-RELOUT
015200         THRU 8100-VERIFICAR-RELOUT-EXIT.
