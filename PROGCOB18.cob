002000*    DATA       AUTOR   DESCRICAO                                *
002100*    2026-09-03 EMC     VERSAO ORIGINAL - DECLARACAO LGPD DO    *
002200*                       TITULAR POR CPF.                        *
002233*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
002266*                       NEGOCIO (ROTINA DATNEG).                *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PROGCOB18.
010900 77  SW-FIM-CTL                  PIC X(01)   VALUE 'N'.
011000     88  FIM-CTL                     VALUE 'S'.
011100
011200     COPY NEGPARM.
011600
011700     COPY CPFPARM.
011800
018400     OPEN INPUT ENDERECO-CONTATO.
018500     OPEN INPUT AUDITLOG.
018600     OPEN OUTPUT RELATORIO.
018700     SET DATNEG-FUNC-CORRENTE TO TRUE.
018750     CALL 'DATNEG' USING DATNEG-PARM.
018800     MOVE DATNEG-DD   TO CAB-DATA-DD.
018900     MOVE DATNEG-MM   TO CAB-DATA-MM.
019000     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
019100     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
019200     PERFORM 8100-VERIFICAR-RELOUT
019300         THRU 8100-VERIFICAR-RELOUT-EXIT.
