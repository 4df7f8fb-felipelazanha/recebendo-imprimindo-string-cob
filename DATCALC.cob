000100***************************************************************
000200*    PROGRAM-ID...: DATCALC                                     *
000300*    DESCRICAO....: SUBROTINA DE CALCULO DE DATAS, CHAMADA      *
000400*                   PELOS PROGRAMAS QUE PRECISAM SOMAR DIAS A   *
000500*                   UMA DATA, CONTAR OS DIAS ENTRE DUAS DATAS   *
000600*                   OU SABER O DIA DA SEMANA. AS DATAS          *
000700*                   (AAAAMMDD) SAO CONVERTIDAS PARA UM NUMERO   *
000800*                   DE DIAS CORRIDOS NO CALENDARIO GREGORIANO,  *
000900*                   CONTADO EM CICLOS DE 400 ANOS (146097       *
001000*                   DIAS) COM O ANO INICIANDO EM MARCO, O QUE   *
001100*                   DEIXA O DIA 29 DE FEVEREIRO NO FIM DO ANO.  *
001200*                   DATA INVALIDA DEVOLVE DATCALC-INVALIDA E    *
001300*                   NAO ALTERA OS CAMPOS DE SAIDA. AREA DE      *
001400*                   PARAMETROS NO COPYBOOK DATPARM.             *
001500*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001600*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
001700*    DATA-ESCRITA.: 2026-10-15                                  *
001800*-------------------------------------------------------------*
001900*    HISTORICO DE ALTERACOES                                    *
002000*    DATA       AUTOR   DESCRICAO                               *
002100*    2026-10-15 EMC     VERSAO ORIGINAL - CALCULO DE DATAS.     *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. DATCALC.
002500 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
002600 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
002700 DATE-WRITTEN. 2026-10-15.
002800 DATE-COMPILED.
002900 ENVIRONMENT DIVISION.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 77  WRK-ANO                     PIC 9(05)   COMP VALUE ZERO.
003300 77  WRK-MES                     PIC 9(02)   COMP VALUE ZERO.
003400 77  WRK-DIA                     PIC 9(02)   COMP VALUE ZERO.
003500 77  WRK-CICLO                   PIC 9(03)   COMP VALUE ZERO.
003600 77  WRK-ANO-CICLO               PIC 9(03)   COMP VALUE ZERO.
003700 77  WRK-DIA-ANO                 PIC 9(03)   COMP VALUE ZERO.
003800 77  WRK-DIA-CICLO               PIC 9(06)   COMP VALUE ZERO.
003900 77  WRK-MES-MARCO               PIC 9(02)   COMP VALUE ZERO.
004000 77  WRK-QUOCIENTE               PIC 9(09)   COMP VALUE ZERO.
004100 77  WRK-RESTO                   PIC 9(09)   COMP VALUE ZERO.
004200 77  WRK-AUX-1                   PIC 9(09)   COMP VALUE ZERO.
004300 77  WRK-AUX-2                   PIC 9(09)   COMP VALUE ZERO.
004400 77  WRK-AUX-3                   PIC 9(09)   COMP VALUE ZERO.
004500 77  WRK-DIAS-CORRIDOS           PIC S9(09)  COMP VALUE ZERO.
004600 77  WRK-DIAS-INICIAL            PIC S9(09)  COMP VALUE ZERO.
004700 77  WRK-DIAS-MES                PIC 9(02)   COMP VALUE ZERO.
004800 77  SW-DATA-VALIDA              PIC X(01)   VALUE 'N'.
004900     88  DATA-VALIDA                 VALUE 'S'.
005000
005100 01  WRK-DATA-AREA.
005200     05  WRK-DATA-AAAA           PIC 9(04).
005300     05  WRK-DATA-MM             PIC 9(02).
005400     05  WRK-DATA-DD             PIC 9(02).
005500 01  WRK-DATA-NUM REDEFINES WRK-DATA-AREA
005600                                 PIC 9(08).
005700
005800 01  WRK-TAB-DIAS-MES-VALORES.
005900     05  FILLER                  PIC X(24)
006000         VALUE '312831303130313130313031'.
006100 01  WRK-TAB-DIAS-MES REDEFINES WRK-TAB-DIAS-MES-VALORES.
006200     05  WRK-DIAS-NO-MES         PIC 9(02) OCCURS 12 TIMES.
006300
006400 LINKAGE SECTION.
006500     COPY DATPARM.
006600
006700***************************************************************
006800 PROCEDURE DIVISION USING DATCALC-PARM.
006900***************************************************************
007000 0000-MAINLINE.
007100     SET DATCALC-INVALIDA TO TRUE.
007200     MOVE DATCALC-DATA TO WRK-DATA-NUM.
007300     PERFORM 1000-VALIDAR-DATA THRU 1000-VALIDAR-DATA-EXIT.
007400     IF NOT DATA-VALIDA
007500         GO TO 0000-MAINLINE-EXIT
007600     END-IF.
007700     PERFORM 2000-DATA-PARA-DIAS THRU 2000-DATA-PARA-DIAS-EXIT.
007800     MOVE WRK-DIAS-CORRIDOS TO WRK-DIAS-INICIAL.
007900     EVALUATE TRUE
008000         WHEN DATCALC-FUNC-SOMAR
008100             COMPUTE WRK-DIAS-CORRIDOS =
008200                 WRK-DIAS-INICIAL + DATCALC-DIAS
008300             IF WRK-DIAS-CORRIDOS < ZERO
008400                 GO TO 0000-MAINLINE-EXIT
008500             END-IF
008600             PERFORM 3000-DIAS-PARA-DATA
008700                 THRU 3000-DIAS-PARA-DATA-EXIT
008800             MOVE WRK-DATA-NUM TO DATCALC-DATA-FINAL
008900         WHEN DATCALC-FUNC-DIFERENCA
009000             MOVE DATCALC-DATA-FINAL TO WRK-DATA-NUM
009100             PERFORM 1000-VALIDAR-DATA
009200                 THRU 1000-VALIDAR-DATA-EXIT
009300             IF NOT DATA-VALIDA
009400                 GO TO 0000-MAINLINE-EXIT
009500             END-IF
009600             PERFORM 2000-DATA-PARA-DIAS
009700                 THRU 2000-DATA-PARA-DIAS-EXIT
009800             COMPUTE DATCALC-DIAS =
009900                 WRK-DIAS-CORRIDOS - WRK-DIAS-INICIAL
010000         WHEN DATCALC-FUNC-VALIDAR
010100             CONTINUE
010200         WHEN OTHER
010300             GO TO 0000-MAINLINE-EXIT
010400     END-EVALUATE.
010500*    O DIA CORRIDO ZERO (01/03 DO ANO 0) FOI UMA QUARTA-FEIRA.
010600     DIVIDE WRK-DIAS-INICIAL BY 7
010700         GIVING WRK-QUOCIENTE
010800         REMAINDER WRK-RESTO.
010900     COMPUTE WRK-AUX-1 = WRK-RESTO + 3.
011000     DIVIDE WRK-AUX-1 BY 7
011100         GIVING WRK-QUOCIENTE
011200         REMAINDER WRK-RESTO.
011300     COMPUTE DATCALC-DIA-SEMANA = WRK-RESTO + 1.
011400     SET DATCALC-OK TO TRUE.
011500 0000-MAINLINE-EXIT.
011600     GOBACK.
011700
011800***************************************************************
011900*    VALIDA A DATA EM WRK-DATA-AREA: MES DE 1 A 12 E DIA DE 1   *
012000*    ATE O ULTIMO DIA DO MES, COM FEVEREIRO DE 29 DIAS NOS      *
012100*    ANOS BISSEXTOS (DIVISIVEIS POR 4, EXCETO OS SECULOS NAO    *
012200*    DIVISIVEIS POR 400).                                       *
012300***************************************************************
012400 1000-VALIDAR-DATA.
012500     MOVE 'N' TO SW-DATA-VALIDA.
012600     IF WRK-DATA-NUM IS NOT NUMERIC
012700         GO TO 1000-VALIDAR-DATA-EXIT
012800     END-IF.
012900     IF WRK-DATA-MM < 1 OR WRK-DATA-MM > 12
013000         OR WRK-DATA-DD < 1 OR WRK-DATA-AAAA = ZERO
013100         GO TO 1000-VALIDAR-DATA-EXIT
013200     END-IF.
013300     MOVE WRK-DIAS-NO-MES (WRK-DATA-MM) TO WRK-DIAS-MES.
013400     IF WRK-DATA-MM = 2
013500         DIVIDE WRK-DATA-AAAA BY 4
013600             GIVING WRK-QUOCIENTE REMAINDER WRK-AUX-1
013700         DIVIDE WRK-DATA-AAAA BY 100
013800             GIVING WRK-QUOCIENTE REMAINDER WRK-AUX-2
013900         DIVIDE WRK-DATA-AAAA BY 400
014000             GIVING WRK-QUOCIENTE REMAINDER WRK-AUX-3
014100         IF WRK-AUX-3 = ZERO
014200             OR (WRK-AUX-1 = ZERO AND WRK-AUX-2 NOT = ZERO)
014300             MOVE 29 TO WRK-DIAS-MES
014400         END-IF
014500     END-IF.
014600     IF WRK-DATA-DD > WRK-DIAS-MES
014700         GO TO 1000-VALIDAR-DATA-EXIT
014800     END-IF.
014900     SET DATA-VALIDA TO TRUE.
015000 1000-VALIDAR-DATA-EXIT.
015100     EXIT.
015200
015300***************************************************************
015400*    CONVERTE A DATA EM WRK-DATA-AREA PARA DIAS CORRIDOS EM     *
015500*    WRK-DIAS-CORRIDOS. JANEIRO E FEVEREIRO CONTAM COMO MESES   *
015600*    13 E 14 DO ANO ANTERIOR.                                   *
015700***************************************************************
015800 2000-DATA-PARA-DIAS.
015900     MOVE WRK-DATA-AAAA TO WRK-ANO.
016000     MOVE WRK-DATA-MM   TO WRK-MES.
016100     MOVE WRK-DATA-DD   TO WRK-DIA.
016200     IF WRK-MES > 2
016300         COMPUTE WRK-MES-MARCO = WRK-MES - 3
016400     ELSE
016500         COMPUTE WRK-MES-MARCO = WRK-MES + 9
016600         SUBTRACT 1 FROM WRK-ANO
016700     END-IF.
016800     DIVIDE WRK-ANO BY 400
016900         GIVING WRK-CICLO REMAINDER WRK-ANO-CICLO.
017000     COMPUTE WRK-AUX-1 = 153 * WRK-MES-MARCO + 2.
017100     DIVIDE WRK-AUX-1 BY 5 GIVING WRK-AUX-2.
017200     COMPUTE WRK-DIA-ANO = WRK-AUX-2 + WRK-DIA - 1.
017300     DIVIDE WRK-ANO-CICLO BY 4 GIVING WRK-AUX-1.
017400     DIVIDE WRK-ANO-CICLO BY 100 GIVING WRK-AUX-2.
017500     COMPUTE WRK-DIA-CICLO = WRK-ANO-CICLO * 365
017600         + WRK-AUX-1 - WRK-AUX-2 + WRK-DIA-ANO.
017700     COMPUTE WRK-DIAS-CORRIDOS =
017800         WRK-CICLO * 146097 + WRK-DIA-CICLO.
017900 2000-DATA-PARA-DIAS-EXIT.
018000     EXIT.
018100
018200***************************************************************
018300*    CONVERTE OS DIAS CORRIDOS DE WRK-DIAS-CORRIDOS PARA A      *
018400*    DATA EM WRK-DATA-AREA (OPERACAO INVERSA DA 2000).          *
018500***************************************************************
018600 3000-DIAS-PARA-DATA.
018700     MOVE WRK-DIAS-CORRIDOS TO WRK-AUX-3.
018800     DIVIDE WRK-AUX-3 BY 146097
018900         GIVING WRK-CICLO REMAINDER WRK-DIA-CICLO.
019000*    ANO DENTRO DO CICLO: (D - D/1460 + D/36524 - D/146096) / 365
019100     DIVIDE WRK-DIA-CICLO BY 1460 GIVING WRK-AUX-1.
019200     DIVIDE WRK-DIA-CICLO BY 36524 GIVING WRK-AUX-2.
019300     DIVIDE WRK-DIA-CICLO BY 146096 GIVING WRK-AUX-3.
019400     COMPUTE WRK-QUOCIENTE =
019500         WRK-DIA-CICLO - WRK-AUX-1 + WRK-AUX-2 - WRK-AUX-3.
019600     DIVIDE WRK-QUOCIENTE BY 365 GIVING WRK-ANO-CICLO.
019700     DIVIDE WRK-ANO-CICLO BY 4 GIVING WRK-AUX-1.
019800     DIVIDE WRK-ANO-CICLO BY 100 GIVING WRK-AUX-2.
019900     COMPUTE WRK-DIA-ANO = WRK-DIA-CICLO
020000         - (365 * WRK-ANO-CICLO + WRK-AUX-1 - WRK-AUX-2).
020100     COMPUTE WRK-AUX-1 = 5 * WRK-DIA-ANO + 2.
020200     DIVIDE WRK-AUX-1 BY 153 GIVING WRK-MES-MARCO.
020300     COMPUTE WRK-AUX-1 = 153 * WRK-MES-MARCO + 2.
020400     DIVIDE WRK-AUX-1 BY 5 GIVING WRK-AUX-2.
020500     COMPUTE WRK-DIA = WRK-DIA-ANO - WRK-AUX-2 + 1.
020600     COMPUTE WRK-ANO = WRK-CICLO * 400 + WRK-ANO-CICLO.
020700     IF WRK-MES-MARCO < 10
020800         COMPUTE WRK-MES = WRK-MES-MARCO + 3
020900     ELSE
021000         COMPUTE WRK-MES = WRK-MES-MARCO - 9
021100         ADD 1 TO WRK-ANO
021200     END-IF.
021300     MOVE WRK-ANO TO WRK-DATA-AAAA.
021400     MOVE WRK-MES TO WRK-DATA-MM.
021500     MOVE WRK-DIA TO WRK-DATA-DD.
021600 3000-DIAS-PARA-DATA-EXIT.
021700     EXIT.
