000300*    DESCRICAO....: FECHAMENTO DA JANELA NOTURNA: LE O ARQUIVO  *
000400*                   DE CONTROLE DA JANELA (DDNAME CADRUN,       *
000500*                   COPYBOOK RUNLOG) E IMPRIME A SEQUENCIA DE   *
000600*                   EXECUCAO DO DIA DE NEGOCIO INFORMADO VIA    *
000700*                   SYSIN (OU DO CORRENTE, SE EM BRANCO),       *
000733*                   DA ABERTURA DO DIA ATE A ABERTURA DO        *
000766*                   SEGUINTE (ROTINA DATNEG), COM               *
000800*                   HORARIOS, QUANTIDADES E CODIGOS DE          *
000900*                   RETORNO, E UM RESUMO POR PROGRAMA COM A     *
001000*                   DURACAO E O ALERTA DE INICIO SEM FIM, PARA  *
001800*    DATA       AUTOR   DESCRICAO                                *
001900*    2026-09-03 EMC     VERSAO ORIGINAL - RELATORIO DE          *
002000*                       FECHAMENTO DA JANELA NOTURNA.           *
002020*    2026-10-15 EMC     A JANELA PASSA A SER O DIA DE NEGOCIO   *
002040*                       (ROTINA DATNEG): REGISTROS DESDE A      *
002060*                       ABERTURA DO DIA ATE A ABERTURA DO DIA   *
002080*                       SEGUINTE, MESMO APOS A MEIA-NOITE.      *
002085*    2026-10-15 EMC     RESUMO POR PROGRAMA APURADO POR ORDENACAO*
002090*                       (SORT) E ARQUIVO DE TRABALHO CADJBW,    *
002095*                       SEM O LIMITE DE 20 PROGRAMAS POR JANELA.*
002096*    2026-10-15 EMC     FALHA NA ABERTURA OU GRAVACAO DO        *
002097*                       ARQUIVO DE TRABALHO ENCERRA COM RC 8    *
002098*                       SEM A SEGUNDA ORDENACAO.                *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PROGCOB15.
003500     SELECT RELATORIO ASSIGN TO "RELOUT"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RELOUT-STATUS.
003711
003722     SELECT RESUMO-TRABALHO ASSIGN TO "CADJBW"
003733         ORGANIZATION IS SEQUENTIAL
003744         FILE STATUS IS WS-CADJBW-STATUS.
003755
003766     SELECT ORDENACAO-EXECUCAO ASSIGN TO "SORTWK1".
003777
003788     SELECT ORDENACAO-RESUMO ASSIGN TO "SORTWK2".
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RUNCONTROLE
004600     RECORDING MODE IS F.
004700 01  REL-LINHA                   PIC X(80).
004800
004803 FD  RESUMO-TRABALHO
004806     LABEL RECORDS ARE STANDARD.
004809 01  CADJBW-REG                  PIC X(50).
004812
004815*    REGISTROS DA JANELA, POR PROGRAMA E ORDEM DE LEITURA.
004818 SD  ORDENACAO-EXECUCAO.
004821 01  SRT-RUN-REG.
004824     05  SRT-JOB                 PIC X(08).
004827     05  SRT-SEQUENCIA           PIC 9(09).
004830     05  SRT-TIPO                PIC X(01).
004833         88  SRT-INICIO              VALUE 'I'.
004836     05  SRT-HORA                PIC 9(06).
004839     05  SRT-QTDE                PIC 9(09).
004842     05  SRT-RC                  PIC 9(02).
004845
004848*    RESUMO POR PROGRAMA, NA ORDEM DO PRIMEIRO REGISTRO DA JANELA.
004851 SD  ORDENACAO-RESUMO.
004854 01  SRT-RES-REG.
004857     05  SRS-SEQUENCIA           PIC 9(09).
004860     05  SRS-JOB                 PIC X(08).
004863     05  SRS-HORA-INI            PIC 9(06).
004866     05  SRS-HORA-FIM            PIC 9(06).
004869     05  SRS-QTDE                PIC 9(09).
004872     05  SRS-RC                  PIC 9(02).
004875     05  SRS-TEM-INI             PIC X(01).
004878     05  SRS-TEM-FIM             PIC X(01).
004881     05  FILLER                  PIC X(08).
004884
004900 WORKING-STORAGE SECTION.
005000 77  WS-CADRUN-STATUS            PIC X(02)   VALUE '00'.
005100     88  CADRUN-OK                   VALUE '00'.
005300     88  FIM-CADRUN                  VALUE '10'.
005400 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
005500     88  RELOUT-OK                   VALUE '00'.
005514 77  WS-CADJBW-STATUS            PIC X(02)   VALUE '00'.
005528     88  CADJBW-OK                   VALUE '00'.
005542 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
005556     88  FIM-ORDENACAO               VALUE 'S'.
005570 77  SW-TEM-JOB                  PIC X(01)   VALUE 'N'.
005584     88  TEM-JOB                     VALUE 'S'.
005589 77  SW-ERRO-TRABALHO            PIC X(01)   VALUE 'N'.
005594     88  ERRO-TRABALHO               VALUE 'S'.
005600 77  WRK-DATA-ALFA               PIC X(08)   VALUE SPACES.
005700 77  WRK-DATA-JANELA             PIC 9(08)   VALUE ZEROS.
005800 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
005900 77  WRK-QTDE-IMPRESSOS          PIC 9(09)   COMP VALUE ZERO.
006000 77  WRK-QTDE-JOBS               PIC 9(09)   COMP VALUE ZERO.
006100 77  WRK-QTDE-SEM-FIM            PIC 9(09)   COMP VALUE ZERO.
006200 77  WRK-SEQUENCIA               PIC 9(09)   COMP VALUE ZERO.
006500 77  WRK-SEG-INICIO              PIC S9(07)  COMP VALUE ZERO.
006600 77  WRK-SEG-FIM                 PIC S9(07)  COMP VALUE ZERO.
006700 77  WRK-SEG-DURACAO             PIC S9(07)  COMP VALUE ZERO.
007500     05  WRK-HORA-MI             PIC 9(02).
007600     05  WRK-HORA-SG             PIC 9(02).
007700
007776*    PROGRAMA EM APURACAO NA QUEBRA DE NOME; GRAVADO NO ARQUIVO
007852*    DE TRABALHO DO RESUMO.
007928 01  WRK-JOB-REG.
008004     05  WRK-JOB-SEQUENCIA       PIC 9(09).
008080     05  WRK-JOB-NOME            PIC X(08).
008156     05  WRK-JOB-HORA-INI        PIC 9(06).
008232     05  WRK-JOB-HORA-FIM        PIC 9(06).
008308     05  WRK-JOB-QTDE            PIC 9(09).
008384     05  WRK-JOB-RC              PIC 9(02).
008460     05  WRK-JOB-TEM-INI         PIC X(01).
008536     05  WRK-JOB-TEM-FIM         PIC X(01).
008612     05  FILLER                  PIC X(08).
008700
008800 01  WRK-MARCA-RUN.
008823     05  WRK-RUN-DATA            PIC 9(08).
008846     05  WRK-RUN-HORA            PIC 9(06).
008869 01  WRK-MARCA-RUN-N REDEFINES WRK-MARCA-RUN
008892                                 PIC 9(14).
008915 01  WRK-MARCA-ABERTURA.
008938     05  WRK-ABERTURA-DATA       PIC 9(08).
008961     05  WRK-ABERTURA-HORA       PIC 9(06).
008984 01  WRK-MARCA-ABERTURA-N REDEFINES WRK-MARCA-ABERTURA
009007                                 PIC 9(14).
009030 01  WRK-MARCA-PROXIMA.
009053     05  WRK-PROXIMA-DATA        PIC 9(08).
009076     05  WRK-PROXIMA-HORA        PIC 9(06).
009099 01  WRK-MARCA-PROXIMA-N REDEFINES WRK-MARCA-PROXIMA
009122                                 PIC 9(14).
009145
009168     COPY NEGPARM.
009200
009300 01  WS-LINHA-CABECALHO-1        PIC X(80)
009400     VALUE 'FECHAMENTO DA JANELA NOTURNA'.
015700***************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
015950     SORT ORDENACAO-EXECUCAO
016000         ON ASCENDING KEY SRT-JOB SRT-SEQUENCIA
016050         INPUT PROCEDURE IS 1500-SELECIONAR-REGISTROS
016100             THRU 1500-SELECIONAR-REGISTROS-EXIT
016150         OUTPUT PROCEDURE IS 4000-ACUMULAR-RESUMO
016200             THRU 4000-ACUMULAR-RESUMO-EXIT.
016212     IF ERRO-TRABALHO
016224         MOVE 8 TO RETURN-CODE
016236     ELSE
016250         SORT ORDENACAO-RESUMO
016300             ON ASCENDING KEY SRS-SEQUENCIA
016350             USING RESUMO-TRABALHO
016400             OUTPUT PROCEDURE IS 5000-IMPRIMIR-RESUMO
016450                 THRU 5000-IMPRIMIR-RESUMO-EXIT
016475     END-IF.
016500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
016600     STOP RUN.
016700
016800***************************************************************
016900*    ABERTURA DOS ARQUIVOS, LEITURA DA DATA DA JANELA VIA       *
017000*    SYSIN (EM BRANCO OU INVALIDA, A DATA DE NEGOCIO CORRENTE   *
017100*    E USADA), LIMITES DA JANELA PELA ABERTURA DESSE DIA E DO   *
017150*    SEGUINTE E IMPRESSAO DO CABECALHO.                         *
017200***************************************************************
017300 1000-INICIALIZAR.
017400     OPEN INPUT RUNCONTROLE.
017500     OPEN OUTPUT RELATORIO.
017700     ACCEPT WRK-DATA-ALFA.
017800     IF WRK-DATA-ALFA IS NUMERIC
017900         MOVE WRK-DATA-ALFA TO DATNEG-DATA
017950         SET DATNEG-FUNC-PESQUISAR TO TRUE
018000     ELSE
018100         SET DATNEG-FUNC-CORRENTE TO TRUE
018200     END-IF.
018211     CALL 'DATNEG' USING DATNEG-PARM.
018222     MOVE DATNEG-DATA            TO WRK-DATA-JANELA.
018233     MOVE DATNEG-ABERTURA-DATA   TO WRK-ABERTURA-DATA.
018244     MOVE DATNEG-ABERTURA-HORA   TO WRK-ABERTURA-HORA.
018255     MOVE DATNEG-PROX-ABERT-DATA TO WRK-PROXIMA-DATA.
018266     MOVE DATNEG-PROX-ABERT-HORA TO WRK-PROXIMA-HORA.
018277     DISPLAY 'JANELA DE ' WRK-MARCA-ABERTURA-N
018288         ' ATE ' WRK-MARCA-PROXIMA-N.
018300     MOVE WRK-DATA-JANELA TO CAB-DATA-JANELA.
018400     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
018500     PERFORM 8100-VERIFICAR-RELOUT
020200 1000-INICIALIZAR-EXIT.
020300     EXIT.
020400
020408***************************************************************
020416*    PROCEDIMENTO DE ENTRADA DA PRIMEIRA ORDENACAO: PERCORRE O  *
020424*    ARQUIVO DE CONTROLE DA JANELA ATE O FIM.                   *
020432***************************************************************
020440 1500-SELECIONAR-REGISTROS.
020448     PERFORM 2000-PROCESSAR-CONTROLE
020456         THRU 2000-PROCESSAR-CONTROLE-EXIT
020464         UNTIL FIM-CADRUN.
020472 1500-SELECIONAR-REGISTROS-EXIT.
020480     EXIT.
020488
020500***************************************************************
020600*    PARA CADA REGISTRO DO CONTROLE DENTRO DA JANELA (DATA-HORA *
020700*    DESDE A ABERTURA DO DIA E ANTERIOR A ABERTURA SEGUINTE),   *
020733*    IMPRIME A LINHA DE SEQUENCIA E LIBERA O REGISTRO PARA O    *
020766*    RESUMO POR PROGRAMA.                                       *
020800***************************************************************
020900 2000-PROCESSAR-CONTROLE.
021000     ADD 1 TO WRK-QTDE-LIDOS.
021033     MOVE RUN-DATA TO WRK-RUN-DATA.
021066     MOVE RUN-HORA TO WRK-RUN-HORA.
021100     IF WRK-MARCA-RUN-N NOT < WRK-MARCA-ABERTURA-N AND
021150         WRK-MARCA-RUN-N < WRK-MARCA-PROXIMA-N
021200         PERFORM 3000-IMPRIMIR-SEQUENCIA
021300             THRU 3000-IMPRIMIR-SEQUENCIA-EXIT
021400         PERFORM 2200-LIBERAR-REGISTRO
021500             THRU 2200-LIBERAR-REGISTRO-EXIT
021600     END-IF.
021700     PERFORM 2100-LER-PROXIMO THRU 2100-LER-PROXIMO-EXIT.
021800 2000-PROCESSAR-CONTROLE-EXIT.
022600 2100-LER-PROXIMO-EXIT.
022700     EXIT.
022800
022805***************************************************************
022810*    LIBERA O REGISTRO DA JANELA PARA A ORDENACAO POR PROGRAMA, *
022815*    COM A SEQUENCIA DE LEITURA QUE PRESERVA A ORDEM DA JANELA. *
022820***************************************************************
022825 2200-LIBERAR-REGISTRO.
022830     ADD 1 TO WRK-SEQUENCIA.
022835     MOVE RUN-JOB       TO SRT-JOB.
022840     MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
022845     MOVE RUN-TIPO      TO SRT-TIPO.
022850     MOVE RUN-HORA      TO SRT-HORA.
022855     MOVE RUN-QTDE      TO SRT-QTDE.
022860     MOVE RUN-RC        TO SRT-RC.
022865     RELEASE SRT-RUN-REG.
022870 2200-LIBERAR-REGISTRO-EXIT.
022875     EXIT.
022880
022900***************************************************************
023000*    IMPRIME UMA LINHA DA SEQUENCIA DE EXECUCAO DA JANELA.      *
023100***************************************************************
024500 3000-IMPRIMIR-SEQUENCIA-EXIT.
024600     EXIT.
024700
024770***************************************************************
024840*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO: ACUMULA OS    *
024910*    REGISTROS DE CADA PROGRAMA NA ORDEM DE LEITURA E, NA       *
024980*    QUEBRA, GRAVA O PROGRAMA NO ARQUIVO DE TRABALHO COM A      *
025050*    SEQUENCIA DO SEU PRIMEIRO REGISTRO. REEXECUCOES NO MESMO   *
025120*    DIA PREVALECEM SOBRE AS ANTERIORES.                        *
025190***************************************************************
025260 4000-ACUMULAR-RESUMO.
025330     OPEN OUTPUT RESUMO-TRABALHO.
025338     IF NOT CADJBW-OK
025346         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE TRABALHO - '
025354             'STATUS ' WS-CADJBW-STATUS
025362         MOVE 8 TO RETURN-CODE
025370         SET ERRO-TRABALHO TO TRUE
025378         GO TO 4000-ACUMULAR-RESUMO-EXIT
025386     END-IF.
025400     MOVE 'N' TO SW-FIM-ORDENACAO.
025470     PERFORM 4100-RETORNAR-REGISTRO
025540         THRU 4100-RETORNAR-REGISTRO-EXIT.
025610     PERFORM 4200-TRATAR-REGISTRO
025680         THRU 4200-TRATAR-REGISTRO-EXIT
025750         UNTIL FIM-ORDENACAO.
025820     IF TEM-JOB
025890         PERFORM 4300-GRAVAR-JOB THRU 4300-GRAVAR-JOB-EXIT
025960     END-IF.
026030     CLOSE RESUMO-TRABALHO.
026100 4000-ACUMULAR-RESUMO-EXIT.
026170     EXIT.
026240
026310 4100-RETORNAR-REGISTRO.
026380     RETURN ORDENACAO-EXECUCAO
026450         AT END
026520             SET FIM-ORDENACAO TO TRUE
026590     END-RETURN.
026660 4100-RETORNAR-REGISTRO-EXIT.
026730     EXIT.
026800
026870 4200-TRATAR-REGISTRO.
026940     IF NOT TEM-JOB OR SRT-JOB NOT = WRK-JOB-NOME
027010         IF TEM-JOB
027080             PERFORM 4300-GRAVAR-JOB THRU 4300-GRAVAR-JOB-EXIT
027150         END-IF
027220         SET TEM-JOB TO TRUE
027290         MOVE SPACES        TO WRK-JOB-REG
027360         MOVE SRT-SEQUENCIA TO WRK-JOB-SEQUENCIA
027430         MOVE SRT-JOB       TO WRK-JOB-NOME
027500         MOVE ZEROS         TO WRK-JOB-HORA-INI
027570         MOVE ZEROS         TO WRK-JOB-HORA-FIM
027640         MOVE ZEROS         TO WRK-JOB-QTDE
027710         MOVE ZEROS         TO WRK-JOB-RC
027780         MOVE 'N'           TO WRK-JOB-TEM-INI
027850         MOVE 'N'           TO WRK-JOB-TEM-FIM
027920     END-IF.
027990     IF SRT-INICIO
028060         MOVE SRT-HORA TO WRK-JOB-HORA-INI
028130         MOVE 'S'      TO WRK-JOB-TEM-INI
028200         MOVE 'N'      TO WRK-JOB-TEM-FIM
028270     ELSE
028340         MOVE SRT-HORA TO WRK-JOB-HORA-FIM
028410         MOVE SRT-QTDE TO WRK-JOB-QTDE
028480         MOVE SRT-RC   TO WRK-JOB-RC
028550         MOVE 'S'      TO WRK-JOB-TEM-FIM
028620     END-IF.
028690     PERFORM 4100-RETORNAR-REGISTRO
028760         THRU 4100-RETORNAR-REGISTRO-EXIT.
028830 4200-TRATAR-REGISTRO-EXIT.
028900     EXIT.
028970
029040 4300-GRAVAR-JOB.
029110     ADD 1 TO WRK-QTDE-JOBS.
029180     WRITE CADJBW-REG FROM WRK-JOB-REG.
029250     IF NOT CADJBW-OK
029320         DISPLAY 'ERRO: FALHA AO GRAVAR ARQUIVO DE TRABALHO - '
029390             'STATUS ' WS-CADJBW-STATUS
029460         MOVE 8 TO RETURN-CODE
029495         SET ERRO-TRABALHO TO TRUE
029530     END-IF.
029600 4300-GRAVAR-JOB-EXIT.
029670     EXIT.
029800
029871***************************************************************
029942*    PROCEDIMENTO DE SAIDA DA SEGUNDA ORDENACAO: IMPRIME O      *
030013*    RESUMO POR PROGRAMA NA ORDEM DO PRIMEIRO REGISTRO DA       *
030084*    JANELA: HORARIOS DE INICIO E FIM, DURACAO, QUANTIDADE E    *
030155*    RC, COM ALERTA PARA INICIO SEM FIM (JOB INTERROMPIDO OU    *
030226*    AINDA EM EXECUCAO).                                        *
030300***************************************************************
030400 5000-IMPRIMIR-RESUMO.
030500     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
031100     WRITE REL-LINHA FROM WS-LINHA-COL-RESUMO.
031200     PERFORM 8100-VERIFICAR-RELOUT
031300         THRU 8100-VERIFICAR-RELOUT-EXIT.
031366     MOVE 'N' TO SW-FIM-ORDENACAO.
031432     PERFORM 5050-RETORNAR-RESUMO
031498         THRU 5050-RETORNAR-RESUMO-EXIT.
031564     PERFORM 5100-IMPRIMIR-JOB THRU 5100-IMPRIMIR-JOB-EXIT
031630         UNTIL FIM-ORDENACAO.
031700     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
031800     PERFORM 8100-VERIFICAR-RELOUT
031900         THRU 8100-VERIFICAR-RELOUT-EXIT.
033200 5000-IMPRIMIR-RESUMO-EXIT.
033300     EXIT.
033400
033455 5050-RETORNAR-RESUMO.
033510     RETURN ORDENACAO-RESUMO
033565         AT END
033620             SET FIM-ORDENACAO TO TRUE
033675     END-RETURN.
033730 5050-RETORNAR-RESUMO-EXIT.
033785     EXIT.
033840
033895 5100-IMPRIMIR-JOB.
033950     MOVE SRS-JOB      TO RES-JOB.
034005     MOVE SRS-HORA-INI TO RES-HORA-INI.
034060     MOVE SRS-HORA-FIM TO RES-HORA-FIM.
034115     MOVE SRS-QTDE     TO RES-QTDE.
034170     MOVE SRS-RC       TO RES-RC.
034225     MOVE SPACES       TO RES-OBSERVACAO.
034280     IF SRS-TEM-FIM = 'S' AND
034335         SRS-TEM-INI = 'S'
034400         PERFORM 5200-CALCULAR-DURACAO
034500             THRU 5200-CALCULAR-DURACAO-EXIT
034600         MOVE WRK-DUR-HH TO RES-DUR-HH
034800         MOVE WRK-DUR-SS TO RES-DUR-SS
034900     ELSE
035000         MOVE ZEROS TO RES-DUR-HH RES-DUR-MM RES-DUR-SS
035100         IF SRS-TEM-FIM NOT = 'S'
035200             MOVE 'INICIO SEM FIM' TO RES-OBSERVACAO
035300             ADD 1 TO WRK-QTDE-SEM-FIM
035400         END-IF
035500     END-IF.
035600     WRITE REL-LINHA FROM WS-LINHA-RESUMO.
035700     PERFORM 8100-VERIFICAR-RELOUT
035760         THRU 8100-VERIFICAR-RELOUT-EXIT.
035820     PERFORM 5050-RETORNAR-RESUMO
035880         THRU 5050-RETORNAR-RESUMO-EXIT.
035940 5100-IMPRIMIR-JOB-EXIT.
036000     EXIT.
036100
036200***************************************************************
036300*    CALCULA A DURACAO ENTRE O INICIO E O FIM DO JOB CORRENTE   *
036400*    DO RESUMO. FIM MENOR QUE INICIO INDICA VIRADA DE DIA E     *
036500*    GANHA 24 HORAS.                                            *
036600***************************************************************
036700 5200-CALCULAR-DURACAO.
036800     MOVE SRS-HORA-INI TO WRK-HORA-DECOMP.
036900     COMPUTE WRK-SEG-INICIO =
037000         WRK-HORA-HH * 3600 + WRK-HORA-MI * 60 + WRK-HORA-SG.
037100     MOVE SRS-HORA-FIM TO WRK-HORA-DECOMP.
037200     COMPUTE WRK-SEG-FIM =
037300         WRK-HORA-HH * 3600 + WRK-HORA-MI * 60 + WRK-HORA-SG.
037400     COMPUTE WRK-SEG-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO.
