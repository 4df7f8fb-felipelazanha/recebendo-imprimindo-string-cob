000300*    DESCRICAO....: PROGRAMA BATCH NOTURNO QUE LE SEQUENCIAL-   *
000400*                   MENTE O ARQUIVO MESTRE CADASTRO.PESSOAS     *
000500*                   (DDNAME CADPES), RECALCULA A IDADE A PARTIR *
000600*                   DE PESSOA-DT-NASCTO E DA DATA DE NEGOCIO,   *
000700*                   ATUALIZA PESSOA-IDADE QUANDO HA DATA DE     *
000800*                   NASCIMENTO VALIDA E IMPRIME UM RELATORIO DE *
000900*                   EXCECOES (DATA DE NASCIMENTO ZERADA OU      *
001910*    2026-09-03 EMC     REGISTRO DE INICIO E FIM NO CONTROLE    *
001920*                       DA JANELA NOTURNA (CADRUN) VIA ROTINA   *
001930*                       RUNCTL, COM QUANTIDADE E RC.            *
001947*    2026-10-15 EMC     IDADE RECALCULADA PELA DATA DE NEGOCIO  *
001964*                       (ROTINA DATNEG), TAMBEM USADA NO        *
001981*                       CABECALHO, EM VEZ DA DATA DO RELOGIO.   *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PROGCOB07.
006520
006540     COPY RUNPARM.
006600
006700     COPY NEGPARM.
007100
007200 01  WS-LINHA-CABECALHO-1        PIC X(80)
007300     VALUE 'RECONCILIACAO DE IDADE X DATA DE NASCIMENTO'.
012100 1000-INICIALIZAR.
012200     OPEN I-O CADASTRO-PESSOAS.
012300     OPEN OUTPUT RELATORIO.
012400     SET DATNEG-FUNC-CORRENTE TO TRUE.
012450     CALL 'DATNEG' USING DATNEG-PARM.
012500     MOVE DATNEG-DD   TO CAB-DATA-DD.
012600     MOVE DATNEG-MM   TO CAB-DATA-MM.
012700     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
012800     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
012900     PERFORM 8100-VERIFICAR-RELOUT
013000         THRU 8100-VERIFICAR-RELOUT-EXIT.
018600             PESSOA-DTNASC-DD NOT < 01 AND
018700             PESSOA-DTNASC-DD NOT > 31 AND
018800             PESSOA-DTNASC-AAAA > 1800 AND
018900             PESSOA-DT-NASCTO NOT > DATNEG-DATA
019000             SET DTNASC-VALIDA TO TRUE
019100         END-IF
019200     END-IF.
019400     EXIT.
019500
019600***************************************************************
019700*    RECALCULA A IDADE PELA DATA DE NEGOCIO, IMPRIME EXCECAO    *
019800*    QUANDO A IDADE GRAVADA DIVERGE EM MAIS DE UM ANO E REGRAVA *
019900*    O REGISTRO QUANDO A IDADE CALCULADA E DIFERENTE DA         *
020000*    GRAVADA.                                                   *
020100***************************************************************
020200 4000-RECALCULAR-IDADE.
020300     COMPUTE WRK-IDADE-CALC =
020400         DATNEG-AAAA - PESSOA-DTNASC-AAAA.
020500     IF PESSOA-DTNASC-MM > DATNEG-MM OR
020600         (PESSOA-DTNASC-MM = DATNEG-MM AND
020700          PESSOA-DTNASC-DD > DATNEG-DD)
020800         SUBTRACT 1 FROM WRK-IDADE-CALC
020900     END-IF.
021000     IF WRK-IDADE-CALC > 99
