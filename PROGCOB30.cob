000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB30                                   *
000300*    DESCRICAO....: ABERTURA E FECHAMENTO DA DATA DE NEGOCIO.   *
000400*                   MANTEM O ARQUIVO DE CONTROLE                *
000500*                   CADASTRO.DATACTL (DDNAME CADDAT, COPYBOOK   *
000600*                   DATCTL), DE ONDE OS PROGRAMAS OBTEM A DATA  *
000700*                   DE NEGOCIO PELA ROTINA DATNEG. SYSIN        *
000800*                   'ABRIR' (INICIO DO DIA) ABRE A DATA         *
000900*                   SEGUINTE A ULTIMA (OU A INFORMADA NAS       *
001000*                   COLUNAS 7-14), DESDE QUE A ANTERIOR ESTEJA  *
001100*                   FECHADA E A NOVA NAO SEJA POSTERIOR A DATA  *
001150*                   DO SISTEMA.                                 *
001200*                   SYSIN 'FECHAR' (FIM DO DIA, APOS A JANELA   *
001300*                   NOTURNA) FECHA A DATA ABERTA. ATE A PROXIMA *
001400*                   ABERTURA, PROCESSAMENTOS E REEXECUCOES      *
001500*                   CONTINUAM NA DATA FECHADA. RECUSA COM RC 8. *
001600*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001700*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
001800*    DATA-ESCRITA.: 2026-10-15                                  *
001900*-------------------------------------------------------------*
002000*    HISTORICO DE ALTERACOES                                    *
002100*    DATA       AUTOR   DESCRICAO                               *
002200*    2026-10-15 EMC     VERSAO ORIGINAL - ABERTURA E FECHAMENTO *
002300*                       DA DATA DE NEGOCIO.                     *
002400***************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. PROGCOB30.
002700 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
002800 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DATACONTROLE ASSIGN TO "CADDAT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-CADDAT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DATACONTROLE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY DATCTL.
004200
004300 WORKING-STORAGE SECTION.
004400 77  WS-CADDAT-STATUS            PIC X(02)   VALUE '00'.
004500     88  CADDAT-OK                   VALUE '00'.
004600     88  CADDAT-NAO-EXISTE           VALUE '35'.
004700 77  SW-FIM-LEITURA              PIC X(01)   VALUE 'N'.
004800     88  FIM-LEITURA                 VALUE 'S'.
004900 77  SW-TEM-ULTIMO               PIC X(01)   VALUE 'N'.
005000     88  TEM-ULTIMO                  VALUE 'S'.
005100 77  SW-RECUSADO                 PIC X(01)   VALUE 'N'.
005200     88  RECUSADO                    VALUE 'S'.
005300 77  WRK-QTDE-GRAVADOS           PIC 9(09)   COMP VALUE ZERO.
005400 77  WRK-DATA-NOVA               PIC 9(08)   VALUE ZEROS.
005500
005600 01  WS-DATA-SISTEMA.
005700     05  WS-DATA-AAAA            PIC 9(04).
005800     05  WS-DATA-MM              PIC 9(02).
005900     05  WS-DATA-DD              PIC 9(02).
006000 01  WS-DATA-SISTEMA-N REDEFINES WS-DATA-SISTEMA
006100                                 PIC 9(08).
006200 01  WS-HORA-SISTEMA.
006300     05  WS-HORA-HH              PIC 9(02).
006400     05  WS-HORA-MM              PIC 9(02).
006500     05  WS-HORA-SS              PIC 9(02).
006600     05  WS-HORA-CENT            PIC 9(02).
006700
006800*    SYSIN: FUNCAO (ABRIR OU FECHAR) E, NA ABERTURA, A DATA DE
006900*    NEGOCIO A ABRIR (AAAAMMDD; EM BRANCO = DIA SEGUINTE AO DA
007000*    ULTIMA DATA DO CONTROLE).
007100 01  WRK-PARM-SYSIN.
007200     05  PARM-FUNCAO             PIC X(06).
007300         88  PARM-ABRIR              VALUE 'ABRIR '.
007400         88  PARM-FECHAR             VALUE 'FECHAR'.
007500     05  PARM-DATA               PIC X(08).
007600     05  FILLER                  PIC X(66).
007700
007800*    ULTIMO REGISTRO DO CONTROLE.
007900 01  WRK-ULTIMO.
008000     05  ULT-DT-NEGOCIO          PIC 9(08)   VALUE ZEROS.
008100     05  ULT-SITUACAO            PIC X(01)   VALUE SPACE.
008200         88  ULT-ABERTO              VALUE 'A'.
008300         88  ULT-FECHADO             VALUE 'F'.
008400     05  ULT-DT-ABERTURA         PIC 9(08)   VALUE ZEROS.
008500     05  ULT-HORA-ABERTURA       PIC 9(06)   VALUE ZEROS.
008600
008700     COPY DATPARM.
008800
008900     COPY RUNPARM.
009000
009100***************************************************************
009200 PROCEDURE DIVISION.
009300***************************************************************
009400 0000-MAINLINE.
009500     PERFORM 0500-REGISTRAR-INICIO
009600         THRU 0500-REGISTRAR-INICIO-EXIT.
009700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
009800     IF RECUSADO
009900         GO TO 0000-MAINLINE-FIM
010000     END-IF.
010100     IF PARM-ABRIR
010200         PERFORM 2000-ABRIR-DIA THRU 2000-ABRIR-DIA-EXIT
010300     ELSE
010400         PERFORM 3000-FECHAR-DIA THRU 3000-FECHAR-DIA-EXIT
010500     END-IF.
010600 0000-MAINLINE-FIM.
010700     IF RECUSADO
010800         MOVE 8 TO RETURN-CODE
010900     END-IF.
011000     MOVE WRK-QTDE-GRAVADOS TO RUNCTL-QTDE.
011100     MOVE RETURN-CODE       TO RUNCTL-RC.
011200     PERFORM 8900-REGISTRAR-FIM
011300         THRU 8900-REGISTRAR-FIM-EXIT.
011400     STOP RUN.
011500
011600***************************************************************
011700*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
011800*    NOTURNA VIA ROTINA RUNCTL.                                 *
011900***************************************************************
012000 0500-REGISTRAR-INICIO.
012100     SET RUNCTL-FUNC-INICIO TO TRUE.
012200     MOVE 'PROGCB30' TO RUNCTL-JOB.
012300     MOVE ZEROS      TO RUNCTL-QTDE.
012400     MOVE ZEROS      TO RUNCTL-RC.
012500     CALL 'RUNCTL' USING RUNCTL-PARM.
012600 0500-REGISTRAR-INICIO-EXIT.
012700     EXIT.
012800
012900***************************************************************
013000*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
013100*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
013200***************************************************************
013300 8900-REGISTRAR-FIM.
013400     SET RUNCTL-FUNC-FIM TO TRUE.
013500     MOVE 'PROGCB30' TO RUNCTL-JOB.
013600     CALL 'RUNCTL' USING RUNCTL-PARM.
013700 8900-REGISTRAR-FIM-EXIT.
013800     EXIT.
013900
014000***************************************************************
014100*    LEITURA DO SYSIN E DO ULTIMO REGISTRO DO CONTROLE. FUNCAO  *
014200*    DESCONHECIDA OU FALHA NA LEITURA DO CONTROLE SAO RECUSADAS.*
014300***************************************************************
014400 1000-INICIALIZAR.
014500     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
014600     ACCEPT WS-HORA-SISTEMA FROM TIME.
014700     MOVE SPACES TO WRK-PARM-SYSIN.
014800     ACCEPT WRK-PARM-SYSIN.
014900     IF NOT PARM-ABRIR AND NOT PARM-FECHAR
015000         DISPLAY 'ERRO: FUNCAO INVALIDA NO SYSIN - ' PARM-FUNCAO
015100             ' (ABRIR OU FECHAR)'
015200         SET RECUSADO TO TRUE
015300         GO TO 1000-INICIALIZAR-EXIT
015400     END-IF.
015500     OPEN INPUT DATACONTROLE.
015600     IF NOT CADDAT-OK
015700         IF CADDAT-NAO-EXISTE
015800             DISPLAY 'CONTROLE DA DATA DE NEGOCIO AINDA NAO '
015900                 'CRIADO'
016000         ELSE
016100             DISPLAY 'ERRO: FALHA AO ABRIR CONTROLE DA DATA DE '
016200                 'NEGOCIO - STATUS ' WS-CADDAT-STATUS
016300             SET RECUSADO TO TRUE
016400         END-IF
016500         GO TO 1000-INICIALIZAR-EXIT
016600     END-IF.
016700     PERFORM 1100-LER-CONTROLE THRU 1100-LER-CONTROLE-EXIT
016800         UNTIL FIM-LEITURA.
016900     CLOSE DATACONTROLE.
017000     IF TEM-ULTIMO
017100         DISPLAY 'ULTIMA DATA DE NEGOCIO: ' ULT-DT-NEGOCIO
017200             ' SITUACAO: ' ULT-SITUACAO
017300     END-IF.
017400 1000-INICIALIZAR-EXIT.
017500     EXIT.
017600
017700 1100-LER-CONTROLE.
017800     READ DATACONTROLE
017900         AT END
018000             SET FIM-LEITURA TO TRUE
018100         NOT AT END
018200             SET TEM-ULTIMO TO TRUE
018300             MOVE DATCTL-DT-NEGOCIO    TO ULT-DT-NEGOCIO
018400             MOVE DATCTL-SITUACAO      TO ULT-SITUACAO
018500             MOVE DATCTL-DT-ABERTURA   TO ULT-DT-ABERTURA
018600             MOVE DATCTL-HORA-ABERTURA TO ULT-HORA-ABERTURA
018700     END-READ.
018800 1100-LER-CONTROLE-EXIT.
018900     EXIT.
019000
019100***************************************************************
019200*    INICIO DO DIA: A DATA ANTERIOR PRECISA ESTAR FECHADA; A    *
019300*    NOVA DATA (SYSIN OU DIA SEGUINTE A ULTIMA; SEM CONTROLE, A *
019400*    DATA DO SISTEMA) DEVE SER POSTERIOR A ULTIMA E NAO PODE    *
019500*    SER POSTERIOR A DATA DO SISTEMA.                           *
019600***************************************************************
019700 2000-ABRIR-DIA.
019800     IF TEM-ULTIMO AND ULT-ABERTO
019900         DISPLAY 'ABERTURA RECUSADA: DATA DE NEGOCIO '
020000             ULT-DT-NEGOCIO ' AINDA ABERTA - EXECUTE O FECHAMENTO'
020100         SET RECUSADO TO TRUE
020200         GO TO 2000-ABRIR-DIA-EXIT
020300     END-IF.
020400     IF PARM-DATA NOT = SPACES
020500         IF PARM-DATA IS NOT NUMERIC
020600             DISPLAY 'ABERTURA RECUSADA: DATA INVALIDA NO '
020700                 'SYSIN - ' PARM-DATA
020800             SET RECUSADO TO TRUE
020900             GO TO 2000-ABRIR-DIA-EXIT
021000         END-IF
021100         MOVE PARM-DATA TO WRK-DATA-NOVA
021200     ELSE
021300         IF TEM-ULTIMO
021400             SET DATCALC-FUNC-SOMAR TO TRUE
021500             MOVE ULT-DT-NEGOCIO TO DATCALC-DATA
021600             MOVE 1              TO DATCALC-DIAS
021700             CALL 'DATCALC' USING DATCALC-PARM
021800             MOVE DATCALC-DATA-FINAL TO WRK-DATA-NOVA
021900         ELSE
022000             MOVE WS-DATA-SISTEMA-N TO WRK-DATA-NOVA
022100         END-IF
022200     END-IF.
022300     SET DATCALC-FUNC-VALIDAR TO TRUE.
022400     MOVE WRK-DATA-NOVA TO DATCALC-DATA.
022500     CALL 'DATCALC' USING DATCALC-PARM.
022600     IF NOT DATCALC-OK
022700         DISPLAY 'ABERTURA RECUSADA: DATA INVALIDA - '
022800             WRK-DATA-NOVA
022900         SET RECUSADO TO TRUE
023000         GO TO 2000-ABRIR-DIA-EXIT
023100     END-IF.
023200     IF TEM-ULTIMO AND WRK-DATA-NOVA NOT > ULT-DT-NEGOCIO
023300         DISPLAY 'ABERTURA RECUSADA: DATA ' WRK-DATA-NOVA
023400             ' NAO E POSTERIOR A ULTIMA ' ULT-DT-NEGOCIO
023500         SET RECUSADO TO TRUE
023600         GO TO 2000-ABRIR-DIA-EXIT
023700     END-IF.
023800     IF WRK-DATA-NOVA > WS-DATA-SISTEMA-N
023900         DISPLAY 'ABERTURA RECUSADA: DATA ' WRK-DATA-NOVA
024000             ' POSTERIOR A DATA DO SISTEMA ' WS-DATA-SISTEMA-N
024100         SET RECUSADO TO TRUE
024200         GO TO 2000-ABRIR-DIA-EXIT
024300     END-IF.
024400     IF WRK-DATA-NOVA < WS-DATA-SISTEMA-N
024500         DISPLAY 'ATENCAO: DATA DE NEGOCIO ABERTA ANTERIOR A '
024600             'DATA DO SISTEMA ' WS-DATA-SISTEMA-N
024700     END-IF.
024800     PERFORM 4000-ABRIR-CONTROLE THRU 4000-ABRIR-CONTROLE-EXIT.
024900     IF RECUSADO
025000         GO TO 2000-ABRIR-DIA-EXIT
025100     END-IF.
025200     MOVE SPACES                TO DATCTL-REC.
025300     MOVE WRK-DATA-NOVA         TO DATCTL-DT-NEGOCIO.
025400     SET DATCTL-ABERTO          TO TRUE.
025500     MOVE WS-DATA-SISTEMA       TO DATCTL-DT-EVENTO.
025600     MOVE WS-HORA-SISTEMA (1:6) TO DATCTL-HORA-EVENTO.
025700     MOVE WS-DATA-SISTEMA       TO DATCTL-DT-ABERTURA.
025800     MOVE WS-HORA-SISTEMA (1:6) TO DATCTL-HORA-ABERTURA.
025900     PERFORM 4100-GRAVAR-CONTROLE THRU 4100-GRAVAR-CONTROLE-EXIT.
026000     IF NOT RECUSADO
026100         DISPLAY 'DATA DE NEGOCIO ABERTA: ' WRK-DATA-NOVA
026200     END-IF.
026300 2000-ABRIR-DIA-EXIT.
026400     EXIT.
026500
026600***************************************************************
026700*    FIM DO DIA: FECHA A DATA DE NEGOCIO ABERTA, REPETINDO A    *
026800*    DATA-HORA DA SUA ABERTURA.                                 *
026900***************************************************************
027000 3000-FECHAR-DIA.
027100     IF NOT TEM-ULTIMO OR NOT ULT-ABERTO
027200         DISPLAY 'FECHAMENTO RECUSADO: NENHUMA DATA DE NEGOCIO '
027300             'ABERTA'
027400         SET RECUSADO TO TRUE
027500         GO TO 3000-FECHAR-DIA-EXIT
027600     END-IF.
027700     PERFORM 4000-ABRIR-CONTROLE THRU 4000-ABRIR-CONTROLE-EXIT.
027800     IF RECUSADO
027900         GO TO 3000-FECHAR-DIA-EXIT
028000     END-IF.
028100     MOVE SPACES                TO DATCTL-REC.
028200     MOVE ULT-DT-NEGOCIO        TO DATCTL-DT-NEGOCIO.
028300     SET DATCTL-FECHADO         TO TRUE.
028400     MOVE WS-DATA-SISTEMA       TO DATCTL-DT-EVENTO.
028500     MOVE WS-HORA-SISTEMA (1:6) TO DATCTL-HORA-EVENTO.
028600     MOVE ULT-DT-ABERTURA       TO DATCTL-DT-ABERTURA.
028700     MOVE ULT-HORA-ABERTURA     TO DATCTL-HORA-ABERTURA.
028800     PERFORM 4100-GRAVAR-CONTROLE THRU 4100-GRAVAR-CONTROLE-EXIT.
028900     IF NOT RECUSADO
029000         DISPLAY 'DATA DE NEGOCIO FECHADA: ' ULT-DT-NEGOCIO
029100     END-IF.
029200 3000-FECHAR-DIA-EXIT.
029300     EXIT.
029400
029500***************************************************************
029600*    ABRE O CONTROLE PARA ACRESCIMO; O ARQUIVO E CRIADO NA      *
029700*    PRIMEIRA ABERTURA DE DATA.                                 *
029800***************************************************************
029900 4000-ABRIR-CONTROLE.
030000     OPEN EXTEND DATACONTROLE.
030100     IF CADDAT-NAO-EXISTE
030200         OPEN OUTPUT DATACONTROLE
030300     END-IF.
030400     IF NOT CADDAT-OK
030500         DISPLAY 'ERRO: FALHA AO ABRIR CONTROLE DA DATA DE '
030600             'NEGOCIO - STATUS ' WS-CADDAT-STATUS
030700         SET RECUSADO TO TRUE
030800     END-IF.
030900 4000-ABRIR-CONTROLE-EXIT.
031000     EXIT.
031100
031200***************************************************************
031300*    GRAVA O REGISTRO MONTADO E FECHA O CONTROLE.               *
031400***************************************************************
031500 4100-GRAVAR-CONTROLE.
031600     MOVE 'PROGCB30' TO DATCTL-JOB.
031700     WRITE DATCTL-REC.
031800     IF NOT CADDAT-OK
031900         DISPLAY 'ERRO: FALHA AO GRAVAR CONTROLE DA DATA DE '
032000             'NEGOCIO - STATUS ' WS-CADDAT-STATUS
032100         SET RECUSADO TO TRUE
032200     ELSE
032300         ADD 1 TO WRK-QTDE-GRAVADOS
032400     END-IF.
032500     CLOSE DATACONTROLE.
032600 4100-GRAVAR-CONTROLE-EXIT.
032700     EXIT.
