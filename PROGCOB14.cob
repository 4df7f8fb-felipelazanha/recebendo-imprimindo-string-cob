001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-09-03 EMC     VERSAO ORIGINAL - CONSULTA DO           *
001900*                       HISTORICO POR CPF E PERIODO.            *
001933*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
001966*                       NEGOCIO (ROTINA DATNEG).                *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PROGCOB14.
006700     05  FILLER                  PIC X(01).
006800     05  PARM-DT-FIM-ALFA        PIC X(08).
006900
007000     COPY NEGPARM.
007400
007500 01  WRK-IMAGEM.
007600     05  IMG-NOME                PIC X(20).
017900     IF PARM-DT-FIM-ALFA IS NUMERIC
018000         MOVE PARM-DT-FIM-ALFA TO WRK-DT-FIM
018100     END-IF.
018200     SET DATNEG-FUNC-CORRENTE TO TRUE.
018250     CALL 'DATNEG' USING DATNEG-PARM.
018300     MOVE DATNEG-DD   TO CAB-DATA-DD.
018400     MOVE DATNEG-MM   TO CAB-DATA-MM.
018500     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
018600     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
018700     PERFORM 8100-VERIFICAR-RELOUT
018800         THRU 8100-VERIFICAR-RELOUT-EXIT.
