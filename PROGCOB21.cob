001900*    DATA       AUTOR   DESCRICAO                                *
002000*    2026-09-03 EMC     VERSAO ORIGINAL - PROCESSAMENTO DO      *
002100*                       RETORNO DO DESTINO.                     *
002133*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
002166*                       NEGOCIO (ROTINA DATNEG).                *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. PROGCOB21.
010700     88  FIM-CTL                     VALUE 'S'.
010800 77  WRK-TRL-QTDE                PIC 9(09)   VALUE ZEROS.
010900
011000     COPY NEGPARM.
011400
011500 01  WS-LINHA-CABECALHO-1        PIC X(80)
011600     VALUE 'PROCESSAMENTO DO RETORNO DA EXPORTACAO CSV'.
017500         OPEN EXTEND CORRECAO
017600     END-IF.
017700     OPEN OUTPUT RELATORIO.
017800     SET DATNEG-FUNC-CORRENTE TO TRUE.
017850     CALL 'DATNEG' USING DATNEG-PARM.
017900     MOVE DATNEG-DD   TO CAB-DATA-DD.
018000     MOVE DATNEG-MM   TO CAB-DATA-MM.
018100     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
018200     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
018300     PERFORM 8100-VERIFICAR-RELOUT
018400         THRU 8100-VERIFICAR-RELOUT-EXIT.
