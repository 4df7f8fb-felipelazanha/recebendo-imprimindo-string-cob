001534*                       RUNCTL; A CARGA RECUSA-SE A RODAR SEM UM  *
001535*                       FIM COM RC ZERO DA DESCARGA PROGCB10 NA   *
001536*                       MESMA DATA (SEM BACKUP PRE-CARGA).        *
001537*    2026-10-15 EMC     CADA REGISTRO CARREGADO GERA LINHA NA   *
001538*                       TRILHA CADAUD (INCLUIR/PROGCB04) PARA   *
001539*                       O BALANCEAMENTO NOTURNO DO MESTRE.      *
001540*    2026-10-15 EMC     PESSOA-DT-CADASTRO PELA DATA DE NEGOCIO *
001541*                       (ROTINA DATNEG); CHECKPOINT E TRILHA DE *
001542*                       AUDITORIA CONTINUAM NO RELOGIO.         *
001543***************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. PROGCOB04.
001800 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003360     SELECT REJLOAD ASSIGN TO "CADREJ"
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS IS WS-CADREJ-STATUS.
003385     SELECT AUDITLOG ASSIGN TO "CADAUD"
003390         ORGANIZATION IS SEQUENTIAL
003395         FILE STATUS IS WS-CADAUD-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CADASTRO-PESSOAS
004360     LABEL RECORDS ARE STANDARD.
004370     COPY REJLOAD.
004380
004384 FD  AUDITLOG
004388     LABEL RECORDS ARE STANDARD.
004392     COPY AUDLOG.
004396
004400 WORKING-STORAGE SECTION.
004500 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
004600     88  CADPES-OK                   VALUE '00'.
005032 77  WS-CADREJ-STATUS            PIC X(02)   VALUE '00'.
005034     88  CADREJ-OK                   VALUE '00'.
005036     88  CADREJ-NAO-EXISTE           VALUE '35'.
005052 77  WS-CADAUD-STATUS            PIC X(02)   VALUE '00'.
005068     88  CADAUD-OK                   VALUE '00'.
005084     88  CADAUD-NAO-EXISTE           VALUE '35'.
005100 77  WRK-QTDE-CARREGADAS         PIC 9(09)   COMP VALUE ZERO.
005200 77  WRK-QTDE-REJEITADAS         PIC 9(09)   COMP VALUE ZERO.
005202 77  WRK-REJ-IDADE-INVAL         PIC 9(09)   COMP VALUE ZERO.
005760     COPY CPFPARM.
005770
005780     COPY RUNPARM.
005786
005792     COPY NEGPARM.
005800
005900***************************************************************
006000 PROCEDURE DIVISION.
007300*    NA PRIMEIRA EXECUCAO.                                      *
007400***************************************************************
007500 1000-INICIALIZAR.
007533     SET DATNEG-FUNC-CORRENTE TO TRUE.
007566     CALL 'DATNEG' USING DATNEG-PARM.
007600     OPEN I-O CADASTRO-PESSOAS.
007700     IF CADPES-NAO-EXISTE
007800         OPEN OUTPUT CADASTRO-PESSOAS
008208     END-IF.
008210     PERFORM 1500-REPOSICIONAR-RESTART
008220         THRU 1500-REPOSICIONAR-RESTART-EXIT.
008230     OPEN EXTEND AUDITLOG.
008240     IF CADAUD-NAO-EXISTE
008250         OPEN OUTPUT AUDITLOG
008260         CLOSE AUDITLOG
008270         OPEN EXTEND AUDITLOG
008280     END-IF.
008300 1000-INICIALIZAR-EXIT.
008400     EXIT.
008500
009356                 TRAN-NOME
009358             MOVE ZEROS          TO PESSOA-DT-NASCTO
009359         END-IF
009360         MOVE DATNEG-DATA        TO PESSOA-DT-CADASTRO
009370         SET PESSOA-ATIVO        TO TRUE
009372         MOVE ZEROS              TO PESSOA-DT-INATIVACAO
009380         WRITE PESSOA-REC
009410                     THRU 2300-TRATAR-CPF-EXISTENTE-EXIT
009440             NOT INVALID KEY
009450                 ADD 1 TO WRK-QTDE-CARREGADAS
009453                 PERFORM 2400-REGISTRAR-AUDITORIA
009456                     THRU 2400-REGISTRAR-AUDITORIA-EXIT
009460         END-WRITE
009465     END-IF
009470     END-IF.
009950     CLOSE CADASTRO-PESSOAS.
009960     CLOSE TRANLOAD.
009965     CLOSE REJLOAD.
009967     CLOSE AUDITLOG.
009970 9000-FINALIZAR-EXIT.
009980     EXIT.
009982
010012     END-IF.
010013 2300-TRATAR-CPF-EXISTENTE-EXIT.
010014     EXIT.
010100
010200***************************************************************
010300*    REGISTRA NA TRILHA DE AUDITORIA O REGISTRO CARREGADO,      *
010400*    COM O MESMO LAYOUT DA CAPTURA INTERATIVA E DO LOTE         *
010500*    PROGCB13, PARA QUE O BALANCEAMENTO NOTURNO (PROGCB28)      *
010600*    RECONHECA A INCLUSAO E O CPF QUE ENTROU NO MESTRE.         *
010700***************************************************************
010800 2400-REGISTRAR-AUDITORIA.
010900     ACCEPT WS-HORA-SISTEMA FROM TIME.
011000     MOVE WS-DATA-SISTEMA    TO AUDLOG-DATA.
011100     MOVE WS-HORA-HH         TO AUDLOG-HORA-HH.
011200     MOVE WS-HORA-MM         TO AUDLOG-HORA-MM.
011300     MOVE WS-HORA-SS         TO AUDLOG-HORA-SS.
011400     MOVE 'INCLUIR '         TO AUDLOG-OPERACAO.
011500     MOVE PESSOA-NOME        TO AUDLOG-NOME.
011600     MOVE PESSOA-IDADE       TO AUDLOG-IDADE.
011700     SET AUDLOG-APROVADO     TO TRUE.
011800     MOVE 'CARGA EM LOTE'    TO AUDLOG-MOTIVO.
011900     MOVE PESSOA-CPF         TO AUDLOG-CPF.
012000     MOVE 'PROGCB04'         TO AUDLOG-OPERADOR.
012100     WRITE AUDLOG-REC.
012200     IF NOT CADAUD-OK
012300         DISPLAY 'ERRO: FALHA AO GRAVAR AUDITORIA - STATUS '
012400             WS-CADAUD-STATUS
012500     END-IF.
012600 2400-REGISTRAR-AUDITORIA-EXIT.
012700     EXIT.
