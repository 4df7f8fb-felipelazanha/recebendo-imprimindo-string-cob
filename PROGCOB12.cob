002430*                       GRAVACAO SEQUENCIAL EXIGIRIA ORDEM DE   *
002440*                       CPF; COM GRAVACAO POR CHAVE, SOMENTE    *
002450*                       DUPLICATAS REAIS CAEM EM INVALID KEY.   *
002466*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
002482*                       NEGOCIO (ROTINA DATNEG).                *
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PROGCOB12.
008800
008900     COPY CPFPARM.
009000
009100     COPY NEGPARM.
009500
009600 01  WS-LINHA-CABECALHO-1        PIC X(80)
009700     VALUE 'CONVERSAO DO CADASTRO DE PESSOAS PARA CHAVE CPF'.
014300     OPEN OUTPUT CADASTRO-PESSOAS.
014400     OPEN OUTPUT EXCECOES.
014500     OPEN OUTPUT RELATORIO.
014600     SET DATNEG-FUNC-CORRENTE TO TRUE.
014650     CALL 'DATNEG' USING DATNEG-PARM.
014700     MOVE DATNEG-DD   TO CAB-DATA-DD.
014800     MOVE DATNEG-MM   TO CAB-DATA-MM.
014900     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
015000     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
015100     PERFORM 8100-VERIFICAR-RELOUT
015200         THRU 8100-VERIFICAR-RELOUT-EXIT.
