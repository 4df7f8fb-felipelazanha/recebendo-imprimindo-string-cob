001496*                       ENDERECOS (CADEND) INCLUIDOS NA RELACAO, *
001498*                       DISPENSANDO O FICHARIO DE PAPEL DA       *
001499*                       PORTARIA.                                *
001500*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
001501*                       NEGOCIO (ROTINA DATNEG).                *
001502***************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. PROGCOB03.
001800 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
005172     88  SEM-CADEND                  VALUE 'S'.
005200 77  WRK-TOTAL-REGISTROS         PIC 9(05)   COMP VALUE ZERO.
005300
005400     COPY NEGPARM.
005800
005900 01  WS-LINHA-CABECALHO-1        PIC X(80)
006000     VALUE 'RELATORIO DIARIO DE CADASTRO DE PESSOAS'.
009970             'SAI SEM TELEFONE E ENDERECO'
009980     END-IF.
010000     OPEN OUTPUT RELATORIO.
010100     SET DATNEG-FUNC-CORRENTE TO TRUE.
010150     CALL 'DATNEG' USING DATNEG-PARM.
010200     MOVE DATNEG-DD   TO CAB-DATA-DD.
010300     MOVE DATNEG-MM   TO CAB-DATA-MM.
010400     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
010500     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
010510     PERFORM 8100-VERIFICAR-RELOUT
010515         THRU 8100-VERIFICAR-RELOUT-EXIT.
