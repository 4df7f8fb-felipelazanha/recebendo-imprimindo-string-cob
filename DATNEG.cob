000100***************************************************************
000200*    PROGRAM-ID...: DATNEG                                      *
000300*    DESCRICAO....: SUBROTINA DA DATA DE NEGOCIO, CHAMADA PELOS *
000400*                   PROGRAMAS NO LUGAR DA DATA DO RELOGIO PARA  *
000500*                   DATAS DE NEGOCIO (CADASTRO, INATIVACAO,     *
000600*                   DATAS DE REFERENCIA E DE EMISSAO) E PELA    *
000700*                   ROTINA RUNCTL NO GATE. LE O ARQUIVO DE      *
000800*                   CONTROLE CADASTRO.DATACTL (DDNAME CADDAT,   *
000900*                   COPYBOOK DATCTL), MANTIDO PELO JOB DE       *
001000*                   ABERTURA E FECHAMENTO DO DIA (PROGCB30).    *
001100*                   FUNCAO 'C': DATA DE NEGOCIO CORRENTE (A DO  *
001200*                   ULTIMO REGISTRO), SUA SITUACAO E A          *
001300*                   DATA-HORA DE ABERTURA. FUNCAO 'P': PARA A   *
001400*                   DATA INFORMADA, A DATA-HORA DE ABERTURA E A *
001500*                   DA ABERTURA SEGUINTE. SEM O ARQUIVO, OU SEM *
001600*                   A DATA NELE, VALE O DIA DO CALENDARIO (E, NA*
001700*                   FUNCAO 'C', A DATA DO RELOGIO), COM AVISO.  *
001800*                   AREA DE PARAMETROS NO COPYBOOK NEGPARM.     *
001900*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002000*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002100*    DATA-ESCRITA.: 2026-10-15                                  *
002200*-------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                               *
002500*    2026-10-15 EMC     VERSAO ORIGINAL - DATA DE NEGOCIO.      *
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. DATNEG.
002900 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003000 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DATACONTROLE ASSIGN TO "CADDAT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CADDAT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DATACONTROLE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY DATCTL.
004400
004500 WORKING-STORAGE SECTION.
004600 77  WS-CADDAT-STATUS            PIC X(02)   VALUE '00'.
004700     88  CADDAT-OK                   VALUE '00'.
004800     88  CADDAT-NAO-EXISTE           VALUE '35'.
004900 77  SW-FIM-LEITURA              PIC X(01)   VALUE 'N'.
005000     88  FIM-LEITURA                 VALUE 'S'.
005100 77  SW-TEM-REGISTRO             PIC X(01)   VALUE 'N'.
005200     88  TEM-REGISTRO                VALUE 'S'.
005300 77  SW-AVISO-EMITIDO            PIC X(01)   VALUE 'N'.
005400     88  AVISO-EMITIDO               VALUE 'S'.
005500
005600 01  WS-DATA-SISTEMA             PIC 9(08).
005700
005800     COPY DATPARM.
005900
006000 LINKAGE SECTION.
006100     COPY NEGPARM.
006200
006300***************************************************************
006400 PROCEDURE DIVISION USING DATNEG-PARM.
006500***************************************************************
006600 0000-MAINLINE.
006700     MOVE 99999999 TO DATNEG-PROX-ABERT-DATA.
006800     MOVE 999999   TO DATNEG-PROX-ABERT-HORA.
006900     EVALUATE TRUE
007000         WHEN DATNEG-FUNC-CORRENTE
007100             PERFORM 1000-OBTER-CORRENTE
007200                 THRU 1000-OBTER-CORRENTE-EXIT
007300         WHEN DATNEG-FUNC-PESQUISAR
007400             PERFORM 2000-PESQUISAR-DATA
007500                 THRU 2000-PESQUISAR-DATA-EXIT
007600         WHEN OTHER
007700             DISPLAY 'DATNEG: FUNCAO INVALIDA - '
007800                 DATNEG-FUNCAO
007900     END-EVALUATE.
008000 0000-MAINLINE-EXIT.
008100     GOBACK.
008200
008300***************************************************************
008400*    DATA DE NEGOCIO CORRENTE: A DO ULTIMO REGISTRO DO CONTROLE.*
008500*    SEM CONTROLE, A DATA DO RELOGIO, ABERTA A 00:00.           *
008600***************************************************************
008700 1000-OBTER-CORRENTE.
008800     MOVE 'N' TO SW-TEM-REGISTRO.
008900     OPEN INPUT DATACONTROLE.
009000     IF CADDAT-OK
009100         MOVE 'N' TO SW-FIM-LEITURA
009200         PERFORM 1100-LER-ULTIMO THRU 1100-LER-ULTIMO-EXIT
009300             UNTIL FIM-LEITURA
009400         CLOSE DATACONTROLE
009500     ELSE
009600         PERFORM 8000-AVISAR-AUSENCIA
009700             THRU 8000-AVISAR-AUSENCIA-EXIT
009800     END-IF.
009900     IF NOT TEM-REGISTRO
010000         ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
010100         MOVE WS-DATA-SISTEMA TO DATNEG-DATA
010200         MOVE WS-DATA-SISTEMA TO DATNEG-ABERTURA-DATA
010300         MOVE ZEROS           TO DATNEG-ABERTURA-HORA
010400         SET DATNEG-SEM-CONTROLE TO TRUE
010500     END-IF.
010600 1000-OBTER-CORRENTE-EXIT.
010700     EXIT.
010800
010900 1100-LER-ULTIMO.
011000     READ DATACONTROLE
011100         AT END
011200             SET FIM-LEITURA TO TRUE
011300         NOT AT END
011400             SET TEM-REGISTRO TO TRUE
011500             MOVE DATCTL-DT-NEGOCIO    TO DATNEG-DATA
011600             MOVE DATCTL-SITUACAO      TO DATNEG-SITUACAO
011700             MOVE DATCTL-DT-ABERTURA   TO DATNEG-ABERTURA-DATA
011800             MOVE DATCTL-HORA-ABERTURA TO DATNEG-ABERTURA-HORA
011900     END-READ.
012000 1100-LER-ULTIMO-EXIT.
012100     EXIT.
012200
012300***************************************************************
012400*    PESQUISA A DATA DE NEGOCIO INFORMADA: O ULTIMO REGISTRO    *
012500*    DELA DA A SITUACAO E A ABERTURA; O PRIMEIRO REGISTRO DE    *
012600*    DATA POSTERIOR DA A ABERTURA SEGUINTE. DATA NAO ENCONTRADA *
012700*    (OU SEM CONTROLE) VALE O DIA DO CALENDARIO.                *
012800***************************************************************
012900 2000-PESQUISAR-DATA.
013000     MOVE 'N' TO SW-TEM-REGISTRO.
013100     OPEN INPUT DATACONTROLE.
013200     IF CADDAT-OK
013300         MOVE 'N' TO SW-FIM-LEITURA
013400         PERFORM 2100-LER-PESQUISA THRU 2100-LER-PESQUISA-EXIT
013500             UNTIL FIM-LEITURA
013600         CLOSE DATACONTROLE
013700     ELSE
013800         PERFORM 8000-AVISAR-AUSENCIA
013900             THRU 8000-AVISAR-AUSENCIA-EXIT
014000     END-IF.
014100     IF TEM-REGISTRO
014200         GO TO 2000-PESQUISAR-DATA-EXIT
014300     END-IF.
014400     IF CADDAT-OK
014500         SET DATNEG-NAO-CADASTRADA TO TRUE
014600     ELSE
014700         SET DATNEG-SEM-CONTROLE TO TRUE
014800     END-IF.
014900     MOVE DATNEG-DATA TO DATNEG-ABERTURA-DATA.
015000     MOVE ZEROS       TO DATNEG-ABERTURA-HORA.
015100     SET DATCALC-FUNC-SOMAR TO TRUE.
015200     MOVE DATNEG-DATA TO DATCALC-DATA.
015300     MOVE 1           TO DATCALC-DIAS.
015400     CALL 'DATCALC' USING DATCALC-PARM.
015500     IF DATCALC-OK
015600         MOVE DATCALC-DATA-FINAL TO DATNEG-PROX-ABERT-DATA
015700         MOVE ZEROS              TO DATNEG-PROX-ABERT-HORA
015800     END-IF.
015900 2000-PESQUISAR-DATA-EXIT.
016000     EXIT.
016100
016200 2100-LER-PESQUISA.
016300     READ DATACONTROLE
016400         AT END
016500             SET FIM-LEITURA TO TRUE
016600             GO TO 2100-LER-PESQUISA-EXIT
016700     END-READ.
016800     IF DATCTL-DT-NEGOCIO = DATNEG-DATA
016900         SET TEM-REGISTRO TO TRUE
017000         MOVE DATCTL-SITUACAO      TO DATNEG-SITUACAO
017100         MOVE DATCTL-DT-ABERTURA   TO DATNEG-ABERTURA-DATA
017200         MOVE DATCTL-HORA-ABERTURA TO DATNEG-ABERTURA-HORA
017300     END-IF.
017400     IF DATCTL-DT-NEGOCIO > DATNEG-DATA AND TEM-REGISTRO
017500         MOVE DATCTL-DT-ABERTURA   TO DATNEG-PROX-ABERT-DATA
017600         MOVE DATCTL-HORA-ABERTURA TO DATNEG-PROX-ABERT-HORA
017700         SET FIM-LEITURA TO TRUE
017800     END-IF.
017900 2100-LER-PESQUISA-EXIT.
018000     EXIT.
018100
018200***************************************************************
018300*    AVISA UMA UNICA VEZ POR EXECUCAO QUE O CONTROLE DA DATA DE *
018400*    NEGOCIO NAO PODE SER LIDO.                                 *
018500***************************************************************
018600 8000-AVISAR-AUSENCIA.
018700     IF AVISO-EMITIDO
018800         GO TO 8000-AVISAR-AUSENCIA-EXIT
018900     END-IF.
019000     SET AVISO-EMITIDO TO TRUE.
019100     IF CADDAT-NAO-EXISTE
019200         DISPLAY 'DATNEG: CONTROLE DA DATA DE NEGOCIO AUSENTE - '
019300             'USADA A DATA DO CALENDARIO'
019400     ELSE
019500         DISPLAY 'DATNEG: FALHA AO ABRIR CONTROLE DA DATA DE '
019600             'NEGOCIO - STATUS ' WS-CADDAT-STATUS
019700     END-IF.
019800 8000-AVISAR-AUSENCIA-EXIT.
019900     EXIT.
