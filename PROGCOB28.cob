000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB28                                   *
000300*    DESCRICAO....: BALANCEAMENTO NOTURNO DO ARQUIVO MESTRE     *
000400*                   CADASTRO.PESSOAS. PARTE DOS TOTAIS DO       *
000500*                   ULTIMO BALANCEAMENTO (CONTROLE CADBLC:      *
000600*                   ATIVOS, INATIVOS E HASH-TOTAL DOS CPFS DE   *
000700*                   CADA GRUPO), APLICA OS MOVIMENTOS FEITOS    *
000800*                   PELOS PROGRAMAS DESDE ENTAO E CONFERE O     *
000900*                   RESULTADO COM O QUE ESTA NO MESTRE AGORA.   *
001000*                   INCLUSOES VEM DA AUDITORIA (CADAUD,         *
001100*                   INCLUIR APROVADO); INATIVACOES,             *
001200*                   REATIVACOES, EXPURGOS, ELIMINACOES LGPD E   *
001300*                   CORRECOES/UNIFICACOES DE CPF VEM DAS        *
001400*                   IMAGENS ANTES/DEPOIS DO HISTORICO (CADHST). *
001500*                   AS QUANTIDADES QUE PROGCB04, PROGCB08 E     *
001600*                   PROGCB13 REGISTRAM NO CONTROLE DA JANELA    *
001700*                   (CADRUN) SAO CONFERIDAS COM OS LOGS. TODA   *
001800*                   DIFERENCA SAI NO RELATORIO POR CATEGORIA    *
001900*                   COM RC DIFERENTE DE ZERO (8 NO MESTRE, 4    *
002000*                   SO NOS CONTADORES), O QUE BARRA A           *
002100*                   EXPORTACAO (GATE DO PROGCB05 VIA RUNCTL).   *
002200*                   O NOVO CONTROLE VAI PARA O CADBLN, QUE O    *
002300*                   JCL SO ACRESCENTA AO CADBLC COM RC ATE 4.   *
002400*                   SYSIN NOVABASE ACEITA OS TOTAIS ATUAIS      *
002500*                   COMO NOVA BASE (APOS RECARGA DO MESTRE OU   *
002600*                   DIFERENCA JA ESCLARECIDA).                  *
002700*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002800*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002900*    DATA-ESCRITA.: 2026-10-15                                  *
003000*-------------------------------------------------------------*
003100*    HISTORICO DE ALTERACOES                                    *
003200*    DATA       AUTOR   DESCRICAO                               *
003300*    2026-10-15 EMC     VERSAO ORIGINAL - BALANCEAMENTO DO      *
003400*                       MESTRE.                                 *
003425*    2026-10-15 EMC     DATA DO CABECALHO PELA DATA DE NEGOCIO  *
003450*                       (ROTINA DATNEG). O CORTE CONTINUA NO    *
003475*                       RELOGIO.                                *
003481*    2026-10-15 EMC     CPF DOS MOVIMENTOS TIRADO DAS IMAGENS   *
003487*                       DO HISTORICO, NAO DO HST-CPF, QUE A     *
003493*                       UNIFICACAO REGRAVA.                     *
003500***************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. PROGCOB28.
003800 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003900 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CADASTRO-PESSOAS ASSIGN TO "CADPES"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS PESSOA-CPF
004900         ALTERNATE RECORD KEY IS PESSOA-NOME
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-CADPES-STATUS.
005200
005300     SELECT AUDITLOG ASSIGN TO "CADAUD"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CADAUD-STATUS.
005600
005700     SELECT HISTORICO ASSIGN TO "CADHST"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CADHST-STATUS.
006000
006100     SELECT RUNCONTROLE ASSIGN TO "CADRUN"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CADRUN-STATUS.
006400
006500     SELECT BALCONTROLE ASSIGN TO "CADBLC"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-CADBLC-STATUS.
006800
006900     SELECT BALCONTROLE-NOVO ASSIGN TO "CADBLN"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-CADBLN-STATUS.
007200
007300     SELECT RELATORIO ASSIGN TO "RELOUT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RELOUT-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CADASTRO-PESSOAS
007900     LABEL RECORDS ARE STANDARD.
008000     COPY PESSOA.
008100
008200 FD  AUDITLOG
008300     LABEL RECORDS ARE STANDARD.
008400     COPY AUDLOG.
008500
008600 FD  HISTORICO
008700     LABEL RECORDS ARE STANDARD.
008800     COPY HSTLOG.
008900
009000 FD  RUNCONTROLE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RUNLOG.
009300
009400 FD  BALCONTROLE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY BALCTL.
009700
009800 FD  BALCONTROLE-NOVO
009900     LABEL RECORDS ARE STANDARD.
010000 01  CADBLN-REG                  PIC X(80).
010100
010200 FD  RELATORIO
010300     LABEL RECORDS ARE OMITTED
010400     RECORDING MODE IS F.
010500 01  REL-LINHA                   PIC X(80).
010600
010700 WORKING-STORAGE SECTION.
010800 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
010900     88  CADPES-OK                   VALUE '00'.
011000 77  WS-CADAUD-STATUS            PIC X(02)   VALUE '00'.
011100     88  CADAUD-OK                   VALUE '00'.
011200     88  CADAUD-NAO-EXISTE           VALUE '35'.
011300 77  WS-CADHST-STATUS            PIC X(02)   VALUE '00'.
011400     88  CADHST-OK                   VALUE '00'.
011500     88  CADHST-NAO-EXISTE           VALUE '35'.
011600 77  WS-CADRUN-STATUS            PIC X(02)   VALUE '00'.
011700     88  CADRUN-OK                   VALUE '00'.
011800     88  CADRUN-NAO-EXISTE           VALUE '35'.
011900 77  WS-CADBLC-STATUS            PIC X(02)   VALUE '00'.
012000     88  CADBLC-OK                   VALUE '00'.
012100     88  CADBLC-NAO-EXISTE           VALUE '35'.
012200 77  WS-CADBLN-STATUS            PIC X(02)   VALUE '00'.
012300     88  CADBLN-OK                   VALUE '00'.
012400 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
012500     88  RELOUT-OK                   VALUE '00'.
012600 77  SW-FIM-LEITURA              PIC X(01)   VALUE 'N'.
012700     88  FIM-LEITURA                 VALUE 'S'.
012800 77  SW-FIM-CTL                  PIC X(01)   VALUE 'N'.
012900     88  FIM-CTL                     VALUE 'S'.
013000 77  SW-TEM-CONTROLE             PIC X(01)   VALUE 'N'.
013100     88  TEM-CONTROLE                VALUE 'S'.
013200 77  SW-ERRO-PROCESSO            PIC X(01)   VALUE 'N'.
013300     88  ERRO-PROCESSO               VALUE 'S'.
013400 77  SW-DIF-CADASTRO             PIC X(01)   VALUE 'N'.
013500     88  DIF-CADASTRO                VALUE 'S'.
013600 77  SW-DIF-CONTADORES           PIC X(01)   VALUE 'N'.
013700     88  DIF-CONTADORES              VALUE 'S'.
013800 77  SW-HASH-INCERTO             PIC X(01)   VALUE 'N'.
013900     88  HASH-INCERTO                VALUE 'S'.
014000 77  WRK-PARM-SYSIN              PIC X(08)   VALUE SPACES.
014100     88  PARM-NOVA-BASE              VALUE 'NOVABASE'.
014200 77  IX-CAT                      PIC 9(01)   COMP VALUE ZERO.
014300 77  WRK-MOV-CPF                 PIC 9(11)   VALUE ZEROS.
014400 77  WRK-MOV-STATUS              PIC X(01)   VALUE SPACES.
014500     88  MOV-INATIVO                 VALUE 'I'.
014600 77  WRK-MOV-SENTIDO             PIC X(01)   VALUE SPACES.
014700     88  MOV-ENTRADA                 VALUE 'E'.
014800     88  MOV-SAIDA                   VALUE 'S'.
014900 77  WRK-STATUS-ANTES            PIC X(01)   VALUE SPACES.
015000 77  WRK-STATUS-DEPOIS           PIC X(01)   VALUE SPACES.
015100 77  WRK-QTDE-LIDOS-CADPES       PIC 9(09)   COMP VALUE ZERO.
015200 77  WRK-QTDE-INCL-ONLINE        PIC 9(09)   COMP VALUE ZERO.
015300 77  WRK-QTDE-INCL-LOTE          PIC 9(09)   COMP VALUE ZERO.
015400 77  WRK-QTDE-INCL-CARGA         PIC 9(09)   COMP VALUE ZERO.
015500 77  WRK-QTDE-INATIVACOES        PIC 9(09)   COMP VALUE ZERO.
015600 77  WRK-QTDE-REATIVACOES        PIC 9(09)   COMP VALUE ZERO.
015700 77  WRK-QTDE-EXPURGOS           PIC 9(09)   COMP VALUE ZERO.
015800 77  WRK-QTDE-ELIMINACOES        PIC 9(09)   COMP VALUE ZERO.
015900 77  WRK-QTDE-CORRECOES          PIC 9(09)   COMP VALUE ZERO.
016000 77  WRK-QTDE-UNIFICACOES        PIC 9(09)   COMP VALUE ZERO.
016100 77  WRK-QTDE-AUD-LOTE           PIC 9(09)   COMP VALUE ZERO.
016200 77  WRK-RUN-CARGA               PIC 9(09)   COMP VALUE ZERO.
016300 77  WRK-RUN-EXPURGO             PIC 9(09)   COMP VALUE ZERO.
016400 77  WRK-RUN-LOTE                PIC 9(09)   COMP VALUE ZERO.
016500 77  WRK-RUN-INICIOS             PIC 9(09)   COMP VALUE ZERO.
016600 77  WRK-RUN-FINS                PIC 9(09)   COMP VALUE ZERO.
016700 77  WRK-DIF-CONTADOR            PIC S9(09)  COMP VALUE ZERO.
016800
016900 01  WS-DATA-SISTEMA.
017000     05  WS-DATA-AAAA            PIC 9(04).
017100     05  WS-DATA-MM              PIC 9(02).
017200     05  WS-DATA-DD              PIC 9(02).
017300
017400 01  WS-HORA-SISTEMA.
017500     05  WS-HORA-HH              PIC 9(02).
017600     05  WS-HORA-MM              PIC 9(02).
017700     05  WS-HORA-SS              PIC 9(02).
017800     05  WS-HORA-CENT            PIC 9(02).
017833
017866     COPY NEGPARM.
017900
018000*    MARCAS DE DATA-HORA (AAAAMMDDHHMMSS): INICIO EXCLUSIVO (CORTE
018100*    DO ULTIMO BALANCEAMENTO), FIM INCLUSIVO (ESTA EXECUCAO) E A
018200*    DO REGISTRO DE LOG CORRENTE.
018300 01  WRK-MARCA-INICIO.
018400     05  WRK-INICIO-DATA         PIC 9(08)   VALUE ZEROS.
018500     05  WRK-INICIO-HORA         PIC 9(06)   VALUE ZEROS.
018600 01  WRK-MARCA-INICIO-N REDEFINES WRK-MARCA-INICIO
018700                                 PIC 9(14).
018800 01  WRK-MARCA-FIM.
018900     05  WRK-FIM-DATA            PIC 9(08)   VALUE ZEROS.
019000     05  WRK-FIM-HORA            PIC 9(06)   VALUE ZEROS.
019100 01  WRK-MARCA-FIM-N REDEFINES WRK-MARCA-FIM
019200                                 PIC 9(14).
019300 01  WRK-MARCA-LOG.
019400     05  WRK-LOG-DATA            PIC 9(08)   VALUE ZEROS.
019500     05  WRK-LOG-HORA            PIC 9(06)   VALUE ZEROS.
019600 01  WRK-MARCA-LOG-N REDEFINES WRK-MARCA-LOG
019700                                 PIC 9(14).
019800
019900 01  WRK-IMAGEM.
020000     05  IMG-NOME                PIC X(20).
020100     05  IMG-IDADE               PIC 9(02).
020200     05  IMG-CPF                 PIC 9(11).
020300     05  IMG-DT-NASCTO           PIC 9(08).
020400     05  IMG-DT-CADASTRO         PIC 9(08).
020500     05  IMG-STATUS              PIC X(01).
020600         88  IMG-INATIVO             VALUE 'I'.
020700     05  IMG-DT-INATIVACAO       PIC 9(08).
020800     05  FILLER                  PIC X(01).
020900
021000*    TOTAIS POR CATEGORIA: 1 = ATIVOS, 2 = INATIVOS. O HASH
021100*    ESPERADO PARTE DO HASH DO CONTROLE E RECEBE/PERDE O CPF DE
021200*    CADA MOVIMENTO; FICA INCERTO QUANDO O CPF DO MOVIMENTO E UM
021300*    PSEUDONIMO DA ELIMINACAO LGPD (CPF ORIGINAL NAO EXISTE MAIS).
021400 01  WRK-TAB-CATEGORIAS.
021500     05  WRK-CAT                 OCCURS 2 TIMES.
021600         10  WRK-CAT-ANTERIOR    PIC 9(09)   COMP.
021700         10  WRK-CAT-ENTRADAS    PIC 9(09)   COMP.
021800         10  WRK-CAT-SAIDAS      PIC 9(09)   COMP.
021900         10  WRK-CAT-ESPERADO    PIC S9(10)  COMP.
022000         10  WRK-CAT-ATUAL       PIC 9(09)   COMP.
022100         10  WRK-CAT-DIFERENCA   PIC S9(10)  COMP.
022200         10  WRK-CAT-HASH-ESPERADO
022300                                 PIC S9(16).
022400         10  WRK-CAT-HASH-ATUAL  PIC 9(16).
022500         10  WRK-CAT-HASH-INCERTO
022600                                 PIC X(01).
022700 01  WRK-NOMES-CATEGORIA.
022800     05  FILLER                  PIC X(16)   VALUE 'ATIVOS'.
022900     05  FILLER                  PIC X(16)   VALUE 'INATIVOS'.
023000 01  WRK-TAB-NOMES REDEFINES WRK-NOMES-CATEGORIA.
023100     05  WRK-NOME-CAT            PIC X(16)   OCCURS 2 TIMES.
023200
023300 01  WRK-CTL-NOVO.
023400     05  WRK-CTL-DATA            PIC 9(08).
023500     05  WRK-CTL-HORA            PIC 9(06).
023600     05  WRK-CTL-ATIVOS          PIC 9(09).
023700     05  WRK-CTL-INATIVOS        PIC 9(09).
023800     05  WRK-CTL-HASH-ATIVOS     PIC 9(15).
023900     05  WRK-CTL-HASH-INATIVOS   PIC 9(15).
024000     05  WRK-CTL-ORIGEM          PIC X(01).
024100     05  FILLER                  PIC X(17) VALUE SPACES.
024200
024300 01  WRK-DATA-EDICAO.
024400     05  WRK-EDICAO-AAAA         PIC 9(04).
024500     05  WRK-EDICAO-MM           PIC 9(02).
024600     05  WRK-EDICAO-DD           PIC 9(02).
024700 01  WRK-HORA-EDICAO.
024800     05  WRK-EDICAO-HH           PIC 9(02).
024900     05  WRK-EDICAO-MI           PIC 9(02).
025000     05  WRK-EDICAO-SS           PIC 9(02).
025100
025200 01  WS-LINHA-CABECALHO-1        PIC X(80)
025300     VALUE 'BALANCEAMENTO DIARIO DO CADASTRO.PESSOAS'.
025400 01  WS-LINHA-CABECALHO-2.
025500     05  FILLER                  PIC X(16)
025600         VALUE 'DATA..........: '.
025700     05  CAB-DATA-DD             PIC 99.
025800     05  FILLER                  PIC X(01) VALUE '/'.
025900     05  CAB-DATA-MM             PIC 99.
026000     05  FILLER                  PIC X(01) VALUE '/'.
026100     05  CAB-DATA-AAAA           PIC 9999.
026200     05  FILLER                  PIC X(54) VALUE SPACES.
026300 01  WS-LINHA-CABECALHO-3.
026400     05  FILLER                  PIC X(12) VALUE 'PERIODO: DE '.
026500     05  CAB-INI-DD              PIC 99.
026600     05  FILLER                  PIC X(01) VALUE '/'.
026700     05  CAB-INI-MM              PIC 99.
026800     05  FILLER                  PIC X(01) VALUE '/'.
026900     05  CAB-INI-AAAA            PIC 9999.
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  CAB-INI-HH              PIC 99.
027200     05  FILLER                  PIC X(01) VALUE ':'.
027300     05  CAB-INI-MI              PIC 99.
027400     05  FILLER                  PIC X(01) VALUE ':'.
027500     05  CAB-INI-SS              PIC 99.
027600     05  FILLER                  PIC X(05) VALUE ' ATE '.
027700     05  CAB-FIM-DD              PIC 99.
027800     05  FILLER                  PIC X(01) VALUE '/'.
027900     05  CAB-FIM-MM              PIC 99.
028000     05  FILLER                  PIC X(01) VALUE '/'.
028100     05  CAB-FIM-AAAA            PIC 9999.
028200     05  FILLER                  PIC X(01) VALUE SPACE.
028300     05  CAB-FIM-HH              PIC 99.
028400     05  FILLER                  PIC X(01) VALUE ':'.
028500     05  CAB-FIM-MI              PIC 99.
028600     05  FILLER                  PIC X(01) VALUE ':'.
028700     05  CAB-FIM-SS              PIC 99.
028800     05  FILLER                  PIC X(25) VALUE SPACES.
028900 01  WS-LINHA-TITULO-MOV         PIC X(80)
029000     VALUE 'MOVIMENTOS DOS PROGRAMAS NO PERIODO'.
029100 01  WS-LINHA-TITULO-BAL         PIC X(80)
029200     VALUE 'BALANCEAMENTO POR CATEGORIA'.
029300 01  WS-LINHA-CABECALHO-BAL.
029400     05  FILLER                  PIC X(16) VALUE 'CATEGORIA'.
029500     05  FILLER                  PIC X(10) VALUE '  ANTERIOR'.
029600     05  FILLER                  PIC X(10) VALUE '  ENTRADAS'.
029700     05  FILLER                  PIC X(10) VALUE '    SAIDAS'.
029800     05  FILLER                  PIC X(10) VALUE '  ESPERADO'.
029900     05  FILLER                  PIC X(10) VALUE '     ATUAL'.
030000     05  FILLER                  PIC X(10) VALUE ' DIFERENCA'.
030100     05  FILLER                  PIC X(04) VALUE SPACES.
030200 01  WS-LINHA-BALANCO.
030300     05  BAL-CATEGORIA           PIC X(16).
030400     05  FILLER                  PIC X(01) VALUE SPACE.
030500     05  BAL-ANTERIOR            PIC ZZZZZZZZ9.
030600     05  FILLER                  PIC X(01) VALUE SPACE.
030700     05  BAL-ENTRADAS            PIC ZZZZZZZZ9.
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  BAL-SAIDAS              PIC ZZZZZZZZ9.
031000     05  FILLER                  PIC X(01) VALUE SPACE.
031100     05  BAL-ESPERADO            PIC -ZZZZZZZ9.
031200     05  FILLER                  PIC X(01) VALUE SPACE.
031300     05  BAL-ATUAL               PIC ZZZZZZZZ9.
031400     05  FILLER                  PIC X(01) VALUE SPACE.
031500     05  BAL-DIFERENCA           PIC -ZZZZZZZ9.
031600     05  FILLER                  PIC X(01) VALUE SPACE.
031700     05  BAL-SITUACAO            PIC X(03).
031800 01  WS-LINHA-HASH.
031900     05  FILLER                  PIC X(05) VALUE 'HASH '.
032000     05  HSH-CATEGORIA           PIC X(09).
032100     05  FILLER                  PIC X(09) VALUE 'ESPERADO '.
032200     05  HSH-ESPERADO            PIC 9(15).
032300     05  FILLER                  PIC X(07) VALUE ' ATUAL '.
032400     05  HSH-ATUAL               PIC 9(15).
032500     05  FILLER                  PIC X(01) VALUE SPACE.
032600     05  HSH-SITUACAO            PIC X(14).
032700     05  FILLER                  PIC X(05) VALUE SPACES.
032800 01  WS-LINHA-TITULO-RUN         PIC X(80)
032900     VALUE 'CONFERENCIA COM O CONTROLE DA JANELA (CADRUN)'.
033000 01  WS-LINHA-CABECALHO-RUN.
033100     05  FILLER                  PIC X(10) VALUE 'JOB'.
033200     05  FILLER                  PIC X(24) VALUE 'QUANTIDADE'.
033300     05  FILLER                  PIC X(10) VALUE '    CADRUN'.
033400     05  FILLER                  PIC X(10) VALUE '      LOGS'.
033500     05  FILLER                  PIC X(10) VALUE ' DIFERENCA'.
033600     05  FILLER                  PIC X(16) VALUE SPACES.
033700 01  WS-LINHA-CONTADOR.
033800     05  RUN-DET-JOB             PIC X(10).
033900     05  RUN-DET-ITEM            PIC X(24).
034000     05  FILLER                  PIC X(01) VALUE SPACE.
034100     05  RUN-DET-CADRUN          PIC ZZZZZZZZ9.
034200     05  FILLER                  PIC X(01) VALUE SPACE.
034300     05  RUN-DET-LOGS            PIC ZZZZZZZZ9.
034400     05  FILLER                  PIC X(01) VALUE SPACE.
034500     05  RUN-DET-DIFERENCA       PIC -ZZZZZZZ9.
034600     05  FILLER                  PIC X(01) VALUE SPACE.
034700     05  RUN-DET-SITUACAO        PIC X(03).
034800     05  FILLER                  PIC X(12) VALUE SPACES.
034900 01  WS-LINHA-TOTAL.
035000     05  TOT-TITULO              PIC X(25).
035100     05  TOT-VALOR               PIC ZZZZZZZZ9.
035200     05  FILLER                  PIC X(46) VALUE SPACES.
035300
035400     COPY CPFPARM.
035500
035600     COPY RUNPARM.
035700
035800***************************************************************
035900 PROCEDURE DIVISION.
036000***************************************************************
036100 0000-MAINLINE.
036200     PERFORM 0500-REGISTRAR-INICIO
036300         THRU 0500-REGISTRAR-INICIO-EXIT.
036400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
036500     IF NOT ERRO-PROCESSO
036600         PERFORM 2000-CONTAR-CADASTRO
036700             THRU 2000-CONTAR-CADASTRO-EXIT
036800     END-IF.
036900     IF TEM-CONTROLE AND NOT ERRO-PROCESSO
037000         PERFORM 3000-LER-AUDITORIA THRU 3000-LER-AUDITORIA-EXIT
037100         PERFORM 4000-LER-HISTORICO THRU 4000-LER-HISTORICO-EXIT
037200         PERFORM 5000-LER-RUNCTL THRU 5000-LER-RUNCTL-EXIT
037300         PERFORM 6000-CONFERIR THRU 6000-CONFERIR-EXIT
037400     END-IF.
037500     IF NOT ERRO-PROCESSO
037600         PERFORM 7500-GRAVAR-CONTROLE
037700             THRU 7500-GRAVAR-CONTROLE-EXIT
037800     END-IF.
037900     PERFORM 7000-IMPRIMIR-RELATORIO
038000         THRU 7000-IMPRIMIR-RELATORIO-EXIT.
038100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
038200     DISPLAY 'REGISTROS NO MESTRE...: ' WRK-QTDE-LIDOS-CADPES.
038300     EVALUATE TRUE
038400         WHEN ERRO-PROCESSO
038500             DISPLAY 'ERRO: BALANCEAMENTO NAO REALIZADO - '
038600                 'CONTROLE NAO ATUALIZADO'
038700             MOVE 8 TO RETURN-CODE
038800         WHEN NOT TEM-CONTROLE
038900             DISPLAY 'CONTROLE INICIAL GRAVADO COM OS TOTAIS '
039000                 'ATUAIS DO MESTRE'
039100             MOVE ZERO TO RETURN-CODE
039200         WHEN PARM-NOVA-BASE
039300             DISPLAY 'NOVA BASE ACEITA VIA SYSIN - TOTAIS ATUAIS '
039400                 'GRAVADOS NO CONTROLE'
039500             MOVE ZERO TO RETURN-CODE
039600         WHEN DIF-CADASTRO
039700             DISPLAY 'ERRO: MESTRE NAO BALANCEADO - ALTERACAO '
039800                 'FORA DOS PROGRAMAS, VER RELATORIO'
039900             MOVE 8 TO RETURN-CODE
040000         WHEN DIF-CONTADORES
040100             DISPLAY 'AVISO: DIVERGENCIA ENTRE CADRUN E OS '
040200                 'LOGS - VER RELATORIO'
040300             MOVE 4 TO RETURN-CODE
040400         WHEN OTHER
040500             DISPLAY 'MESTRE BALANCEADO'
040600             MOVE ZERO TO RETURN-CODE
040700     END-EVALUATE.
040800     MOVE WRK-QTDE-LIDOS-CADPES TO RUNCTL-QTDE.
040900     MOVE RETURN-CODE           TO RUNCTL-RC.
041000     PERFORM 8900-REGISTRAR-FIM
041100         THRU 8900-REGISTRAR-FIM-EXIT.
041200     STOP RUN.
041300
041400***************************************************************
041500*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
041600*    NOTURNA VIA ROTINA RUNCTL.                                 *
041700***************************************************************
041800 0500-REGISTRAR-INICIO.
041900     SET RUNCTL-FUNC-INICIO TO TRUE.
042000     MOVE 'PROGCB28' TO RUNCTL-JOB.
042100     MOVE ZEROS      TO RUNCTL-QTDE.
042200     MOVE ZEROS      TO RUNCTL-RC.
042300     CALL 'RUNCTL' USING RUNCTL-PARM.
042400 0500-REGISTRAR-INICIO-EXIT.
042500     EXIT.
042600
042700***************************************************************
042800*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
042900*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
043000***************************************************************
043100 8900-REGISTRAR-FIM.
043200     SET RUNCTL-FUNC-FIM TO TRUE.
043300     MOVE 'PROGCB28' TO RUNCTL-JOB.
043400     CALL 'RUNCTL' USING RUNCTL-PARM.
043500 8900-REGISTRAR-FIM-EXIT.
043600     EXIT.
043700
043800***************************************************************
043900*    DEFINE O PERIODO A BALANCEAR: DO CORTE DO ULTIMO           *
044000*    BALANCEAMENTO ATE A DATA-HORA DESTA EXECUCAO. LE O SYSIN   *
044100*    (NOVABASE OU BRANCO), CARREGA OS TOTAIS DO CONTROLE COMO   *
044200*    PONTO DE PARTIDA E ABRE O RELATORIO.                       *
044300***************************************************************
044400 1000-INICIALIZAR.
044500     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
044600     ACCEPT WS-HORA-SISTEMA FROM TIME.
044633     SET DATNEG-FUNC-CORRENTE TO TRUE.
044666     CALL 'DATNEG' USING DATNEG-PARM.
044700     MOVE WS-DATA-SISTEMA       TO WRK-FIM-DATA.
044800     MOVE WS-HORA-SISTEMA (1:6) TO WRK-FIM-HORA.
044900     ACCEPT WRK-PARM-SYSIN.
045000     IF WRK-PARM-SYSIN NOT = SPACES AND NOT PARM-NOVA-BASE
045100         DISPLAY 'SYSIN INVALIDO (' WRK-PARM-SYSIN
045200             ') - ESPERADO NOVABASE OU BRANCO'
045300         SET ERRO-PROCESSO TO TRUE
045400     END-IF.
045500     PERFORM 1100-ZERAR-CATEGORIA THRU 1100-ZERAR-CATEGORIA-EXIT
045600         VARYING IX-CAT FROM 1 BY 1
045700         UNTIL IX-CAT > 2.
045800     PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT.
045900     IF NOT TEM-CONTROLE
046000         DISPLAY 'SEM CONTROLE DE BALANCEAMENTO ANTERIOR - OS '
046100             'TOTAIS ATUAIS SERAO A BASE'
046200     ELSE
046300         IF WRK-MARCA-INICIO-N NOT < WRK-MARCA-FIM-N
046400             DISPLAY 'ERRO: CORTE DO ULTIMO BALANCEAMENTO '
046500                 WRK-MARCA-INICIO-N ' NAO E ANTERIOR A ESTA '
046600                 'EXECUCAO ' WRK-MARCA-FIM-N
046700             SET ERRO-PROCESSO TO TRUE
046800         END-IF
046900     END-IF.
047000     OPEN OUTPUT RELATORIO.
047100     MOVE DATNEG-DD   TO CAB-DATA-DD.
047200     MOVE DATNEG-MM   TO CAB-DATA-MM.
047300     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
047400     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
047500     PERFORM 8100-VERIFICAR-RELOUT
047600         THRU 8100-VERIFICAR-RELOUT-EXIT.
047700     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
047800     PERFORM 8100-VERIFICAR-RELOUT
047900         THRU 8100-VERIFICAR-RELOUT-EXIT.
048000     IF TEM-CONTROLE
048100         MOVE WRK-INICIO-DATA TO WRK-DATA-EDICAO
048200         MOVE WRK-INICIO-HORA TO WRK-HORA-EDICAO
048300         MOVE WRK-EDICAO-DD   TO CAB-INI-DD
048400         MOVE WRK-EDICAO-MM   TO CAB-INI-MM
048500         MOVE WRK-EDICAO-AAAA TO CAB-INI-AAAA
048600         MOVE WRK-EDICAO-HH   TO CAB-INI-HH
048700         MOVE WRK-EDICAO-MI   TO CAB-INI-MI
048800         MOVE WRK-EDICAO-SS   TO CAB-INI-SS
048900         MOVE WRK-FIM-DATA    TO WRK-DATA-EDICAO
049000         MOVE WRK-FIM-HORA    TO WRK-HORA-EDICAO
049100         MOVE WRK-EDICAO-DD   TO CAB-FIM-DD
049200         MOVE WRK-EDICAO-MM   TO CAB-FIM-MM
049300         MOVE WRK-EDICAO-AAAA TO CAB-FIM-AAAA
049400         MOVE WRK-EDICAO-HH   TO CAB-FIM-HH
049500         MOVE WRK-EDICAO-MI   TO CAB-FIM-MI
049600         MOVE WRK-EDICAO-SS   TO CAB-FIM-SS
049700         WRITE REL-LINHA FROM WS-LINHA-CABECALHO-3
049800         PERFORM 8100-VERIFICAR-RELOUT
049900             THRU 8100-VERIFICAR-RELOUT-EXIT
050000     END-IF.
050100 1000-INICIALIZAR-EXIT.
050200     EXIT.
050300
050400 1100-ZERAR-CATEGORIA.
050500     MOVE ZEROS TO WRK-CAT-ANTERIOR (IX-CAT)
050600                   WRK-CAT-ENTRADAS (IX-CAT)
050700                   WRK-CAT-SAIDAS (IX-CAT)
050800                   WRK-CAT-ESPERADO (IX-CAT)
050900                   WRK-CAT-ATUAL (IX-CAT)
051000                   WRK-CAT-DIFERENCA (IX-CAT)
051100                   WRK-CAT-HASH-ESPERADO (IX-CAT)
051200                   WRK-CAT-HASH-ATUAL (IX-CAT).
051300     MOVE 'N'   TO WRK-CAT-HASH-INCERTO (IX-CAT).
051400 1100-ZERAR-CATEGORIA-EXIT.
051500     EXIT.
051600
051700***************************************************************
051800*    LE O ARQUIVO DE CONTROLE DO BALANCEAMENTO ATE O FIM, DE    *
051900*    FORMA QUE O ULTIMO REGISTRO GRAVADO PREVALECA, E GUARDA O  *
052000*    CORTE E OS TOTAIS DO ULTIMO BALANCEAMENTO ACEITO.          *
052100***************************************************************
052200 1200-LER-CONTROLE.
052300     OPEN INPUT BALCONTROLE.
052400     IF CADBLC-OK
052500         MOVE 'N' TO SW-FIM-CTL
052600         PERFORM 1250-LER-CTL THRU 1250-LER-CTL-EXIT
052700             UNTIL FIM-CTL
052800     ELSE
052900         IF NOT CADBLC-NAO-EXISTE
053000             DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE CONTROLE '
053100                 'DO BALANCEAMENTO - STATUS ' WS-CADBLC-STATUS
053200             SET ERRO-PROCESSO TO TRUE
053300         END-IF
053400     END-IF.
053500     CLOSE BALCONTROLE.
053600 1200-LER-CONTROLE-EXIT.
053700     EXIT.
053800
053900 1250-LER-CTL.
054000     READ BALCONTROLE
054100         AT END
054200             SET FIM-CTL TO TRUE
054300         NOT AT END
054400             IF BALCTL-DT-CORTE IS NUMERIC
054500                 AND BALCTL-HORA-CORTE IS NUMERIC
054600                 AND BALCTL-QTDE-ATIVOS IS NUMERIC
054700                 AND BALCTL-QTDE-INATIVOS IS NUMERIC
054800                 AND BALCTL-HASH-ATIVOS IS NUMERIC
054900                 AND BALCTL-HASH-INATIVOS IS NUMERIC
055000                 MOVE BALCTL-DT-CORTE      TO WRK-INICIO-DATA
055100                 MOVE BALCTL-HORA-CORTE    TO WRK-INICIO-HORA
055200                 MOVE BALCTL-QTDE-ATIVOS   TO WRK-CAT-ANTERIOR (1)
055300                 MOVE BALCTL-QTDE-INATIVOS TO WRK-CAT-ANTERIOR (2)
055400                 MOVE BALCTL-HASH-ATIVOS
055500                     TO WRK-CAT-HASH-ESPERADO (1)
055600                 MOVE BALCTL-HASH-INATIVOS
055700                     TO WRK-CAT-HASH-ESPERADO (2)
055800                 SET TEM-CONTROLE TO TRUE
055900             END-IF
056000     END-READ.
056100 1250-LER-CTL-EXIT.
056200     EXIT.
056300
056400***************************************************************
056500*    LE O MESTRE INTEIRO E APURA, POR CATEGORIA (ATIVO OU       *
056600*    INATIVO), A QUANTIDADE ATUAL DE REGISTROS E O HASH-TOTAL   *
056700*    DOS CPFS. SEM O MESTRE NAO HA BALANCEAMENTO (RC 8).        *
056800***************************************************************
056900 2000-CONTAR-CADASTRO.
057000     OPEN INPUT CADASTRO-PESSOAS.
057100     IF NOT CADPES-OK
057200         DISPLAY 'ERRO: FALHA AO ABRIR O MESTRE - STATUS '
057300             WS-CADPES-STATUS
057400         SET ERRO-PROCESSO TO TRUE
057500         GO TO 2000-CONTAR-CADASTRO-EXIT
057600     END-IF.
057700     MOVE 'N' TO SW-FIM-LEITURA.
057800     PERFORM 2900-LER-CADASTRO THRU 2900-LER-CADASTRO-EXIT.
057900     PERFORM 2100-CONTAR-PESSOA THRU 2100-CONTAR-PESSOA-EXIT
058000         UNTIL FIM-LEITURA.
058100     CLOSE CADASTRO-PESSOAS.
058200 2000-CONTAR-CADASTRO-EXIT.
058300     EXIT.
058400
058500 2100-CONTAR-PESSOA.
058600     ADD 1 TO WRK-QTDE-LIDOS-CADPES.
058700     IF PESSOA-INATIVO
058800         MOVE 2 TO IX-CAT
058900     ELSE
059000         MOVE 1 TO IX-CAT
059100     END-IF.
059200     ADD 1 TO WRK-CAT-ATUAL (IX-CAT).
059300     ADD PESSOA-CPF TO WRK-CAT-HASH-ATUAL (IX-CAT).
059400     IF WRK-CAT-HASH-ATUAL (IX-CAT) > 999999999999999
059500         SUBTRACT 1000000000000000
059600             FROM WRK-CAT-HASH-ATUAL (IX-CAT)
059700     END-IF.
059800     PERFORM 2900-LER-CADASTRO THRU 2900-LER-CADASTRO-EXIT.
059900 2100-CONTAR-PESSOA-EXIT.
060000     EXIT.
060100
060200 2900-LER-CADASTRO.
060300     READ CADASTRO-PESSOAS NEXT RECORD
060400         AT END
060500             SET FIM-LEITURA TO TRUE
060600     END-READ.
060700     IF NOT FIM-LEITURA AND NOT CADPES-OK
060800         DISPLAY 'ERRO: FALHA NA LEITURA DO MESTRE - STATUS '
060900             WS-CADPES-STATUS
061000         SET ERRO-PROCESSO TO TRUE
061100         SET FIM-LEITURA TO TRUE
061200     END-IF.
061300 2900-LER-CADASTRO-EXIT.
061400     EXIT.
061500
061600***************************************************************
061700*    LE A TRILHA DE AUDITORIA DO PERIODO: CADA INCLUSAO         *
061800*    APROVADA ENTRA COMO ATIVO (ONLINE, LOTE PROGCB13 OU CARGA  *
061900*    PROGCB04, PELO OPERADOR GRAVADO). CONTA TAMBEM AS LINHAS   *
062000*    DO PROGCB13 (UMA POR TRANSACAO LIDA) PARA A CONFERENCIA    *
062100*    COM O CADRUN. SEM O ARQUIVO, NAO HA INCLUSOES A APLICAR.   *
062200***************************************************************
062300 3000-LER-AUDITORIA.
062400     OPEN INPUT AUDITLOG.
062500     IF NOT CADAUD-OK
062600         IF CADAUD-NAO-EXISTE
062700             DISPLAY 'ARQUIVO DE AUDITORIA AUSENTE - NENHUMA '
062800                 'INCLUSAO NO PERIODO'
062900         ELSE
063000             DISPLAY 'ERRO: FALHA AO ABRIR AUDITORIA - STATUS '
063100                 WS-CADAUD-STATUS
063200             SET ERRO-PROCESSO TO TRUE
063300         END-IF
063400         GO TO 3000-LER-AUDITORIA-EXIT
063500     END-IF.
063600     MOVE 'N' TO SW-FIM-LEITURA.
063700     PERFORM 3900-LER-AUDITORIA-REG
063800         THRU 3900-LER-AUDITORIA-REG-EXIT.
063900     PERFORM 3100-PROCESSAR-AUDITORIA
064000         THRU 3100-PROCESSAR-AUDITORIA-EXIT
064100         UNTIL FIM-LEITURA.
064200     CLOSE AUDITLOG.
064300 3000-LER-AUDITORIA-EXIT.
064400     EXIT.
064500
064600 3100-PROCESSAR-AUDITORIA.
064700     MOVE AUDLOG-DATA TO WRK-LOG-DATA.
064800     MOVE AUDLOG-HORA TO WRK-LOG-HORA.
064900     IF WRK-MARCA-LOG-N NOT > WRK-MARCA-INICIO-N
065000         OR WRK-MARCA-LOG-N > WRK-MARCA-FIM-N
065100         GO TO 3100-PROCESSAR-AUDITORIA-PROX
065200     END-IF.
065300     IF AUDLOG-OPERADOR = 'PROGCB13'
065400         ADD 1 TO WRK-QTDE-AUD-LOTE
065500     END-IF.
065600     IF AUDLOG-OPERACAO NOT = 'INCLUIR ' OR NOT AUDLOG-APROVADO
065700         GO TO 3100-PROCESSAR-AUDITORIA-PROX
065800     END-IF.
065900     EVALUATE AUDLOG-OPERADOR
066000         WHEN 'PROGCB04'
066100             ADD 1 TO WRK-QTDE-INCL-CARGA
066200         WHEN 'PROGCB13'
066300             ADD 1 TO WRK-QTDE-INCL-LOTE
066400         WHEN OTHER
066500             ADD 1 TO WRK-QTDE-INCL-ONLINE
066600     END-EVALUATE.
066700     IF AUDLOG-CPF IS NUMERIC
066800         MOVE AUDLOG-CPF TO WRK-MOV-CPF
066900     ELSE
067000         MOVE ZEROS      TO WRK-MOV-CPF
067100     END-IF.
067200     MOVE 'A' TO WRK-MOV-STATUS.
067300     SET MOV-ENTRADA TO TRUE.
067400     PERFORM 4500-MOVIMENTAR THRU 4500-MOVIMENTAR-EXIT.
067500 3100-PROCESSAR-AUDITORIA-PROX.
067600     PERFORM 3900-LER-AUDITORIA-REG
067700         THRU 3900-LER-AUDITORIA-REG-EXIT.
067800 3100-PROCESSAR-AUDITORIA-EXIT.
067900     EXIT.
068000
068100 3900-LER-AUDITORIA-REG.
068200     READ AUDITLOG
068300         AT END
068400             SET FIM-LEITURA TO TRUE
068500     END-READ.
068600 3900-LER-AUDITORIA-REG-EXIT.
068700     EXIT.
068800
068900***************************************************************
069000*    LE O HISTORICO DE ALTERACOES DO PERIODO E TRADUZ CADA      *
069100*    OPERACAO EM SAIDA E/OU ENTRADA DE CATEGORIA, PELO STATUS   *
069200*    DAS IMAGENS ANTES E DEPOIS:                                *
069300*      EXCLUIR/REATIVAR/ALTERAR - SO QUANDO O STATUS MUDA;      *
069400*      EXPURGAR/ELIMINAR - SAI O REGISTRO DA IMAGEM ANTES       *
069500*        (ELIMINAR SEM IMAGEM ANTES NAO TINHA MESTRE);          *
069600*      CORRCPF - SAI O CPF ANTIGO, ENTRA O NOVO;                *
069700*      UNIFCPF - SAI O CPF ANTIGO (O SOBREVIVENTE NAO MUDA).    *
069800*    AS DEMAIS OPERACOES NAO MEXEM NO MESTRE DE PESSOAS.        *
069900***************************************************************
070000 4000-LER-HISTORICO.
070100     OPEN INPUT HISTORICO.
070200     IF NOT CADHST-OK
070300         IF CADHST-NAO-EXISTE
070400             DISPLAY 'ARQUIVO DE HISTORICO AUSENTE - NENHUMA '
070500                 'ALTERACAO NO PERIODO'
070600         ELSE
070700             DISPLAY 'ERRO: FALHA AO ABRIR HISTORICO - STATUS '
070800                 WS-CADHST-STATUS
070900             SET ERRO-PROCESSO TO TRUE
071000         END-IF
071100         GO TO 4000-LER-HISTORICO-EXIT
071200     END-IF.
071300     MOVE 'N' TO SW-FIM-LEITURA.
071400     PERFORM 4900-LER-HISTORICO-REG
071500         THRU 4900-LER-HISTORICO-REG-EXIT.
071600     PERFORM 4100-PROCESSAR-HISTORICO
071700         THRU 4100-PROCESSAR-HISTORICO-EXIT
071800         UNTIL FIM-LEITURA.
071900     CLOSE HISTORICO.
072000 4000-LER-HISTORICO-EXIT.
072100     EXIT.
072200
072300 4100-PROCESSAR-HISTORICO.
072400     MOVE HST-DATA TO WRK-LOG-DATA.
072500     MOVE HST-HORA TO WRK-LOG-HORA.
072600     IF WRK-MARCA-LOG-N NOT > WRK-MARCA-INICIO-N
072700         OR WRK-MARCA-LOG-N > WRK-MARCA-FIM-N
072800         GO TO 4100-PROCESSAR-HISTORICO-PROX
072900     END-IF.
073000     EVALUATE HST-OPERACAO
073100         WHEN 'EXCLUIR '
073200         WHEN 'REATIVAR'
073300         WHEN 'ALTERAR '
073400             PERFORM 4200-MUDAR-STATUS THRU 4200-MUDAR-STATUS-EXIT
073500         WHEN 'EXPURGAR'
073600             ADD 1 TO WRK-QTDE-EXPURGOS
073700             PERFORM 4300-REMOVER-ANTES
073800                 THRU 4300-REMOVER-ANTES-EXIT
073900         WHEN 'ELIMINAR'
074000             IF HST-IMAGEM-ANTES NOT = SPACES
074100                 ADD 1 TO WRK-QTDE-ELIMINACOES
074200                 PERFORM 4300-REMOVER-ANTES
074300                     THRU 4300-REMOVER-ANTES-EXIT
074400             END-IF
074500         WHEN 'CORRCPF '
074600             ADD 1 TO WRK-QTDE-CORRECOES
074700             MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM
074800             MOVE IMG-CPF          TO WRK-MOV-CPF
074900             PERFORM 4300-REMOVER-ANTES
075000                 THRU 4300-REMOVER-ANTES-EXIT
075100             MOVE HST-IMAGEM-DEPOIS TO WRK-IMAGEM
075200             MOVE IMG-CPF           TO WRK-MOV-CPF
075300             MOVE IMG-STATUS        TO WRK-MOV-STATUS
075400             SET MOV-ENTRADA        TO TRUE
075500             PERFORM 4500-MOVIMENTAR THRU 4500-MOVIMENTAR-EXIT
075600         WHEN 'UNIFCPF '
075700             ADD 1 TO WRK-QTDE-UNIFICACOES
075800             MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM
075900             MOVE IMG-CPF          TO WRK-MOV-CPF
076000             PERFORM 4300-REMOVER-ANTES
076100                 THRU 4300-REMOVER-ANTES-EXIT
076200         WHEN OTHER
076300             CONTINUE
076400     END-EVALUATE.
076500 4100-PROCESSAR-HISTORICO-PROX.
076600     PERFORM 4900-LER-HISTORICO-REG
076700         THRU 4900-LER-HISTORICO-REG-EXIT.
076800 4100-PROCESSAR-HISTORICO-EXIT.
076900     EXIT.
077000
077100***************************************************************
077200*    INATIVACAO OU REATIVACAO: O CPF SAI DA CATEGORIA DA IMAGEM *
077300*    ANTES E ENTRA NA DA IMAGEM DEPOIS. SEM MUDANCA DE STATUS   *
077400*    (ALTERACAO DE NOME, IDADE ETC.) NADA MUDA NOS TOTAIS.      *
077450*    O CPF E O DA IMAGEM ANTES (IGUAL AO DA IMAGEM DEPOIS).     *
077500***************************************************************
077600 4200-MUDAR-STATUS.
077700     MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM.
077750     MOVE IMG-CPF          TO WRK-MOV-CPF.
077800     MOVE 'A' TO WRK-STATUS-ANTES.
077900     IF IMG-INATIVO
078000         MOVE 'I' TO WRK-STATUS-ANTES
078100     END-IF.
078200     MOVE HST-IMAGEM-DEPOIS TO WRK-IMAGEM.
078300     MOVE 'A' TO WRK-STATUS-DEPOIS.
078400     IF IMG-INATIVO
078500         MOVE 'I' TO WRK-STATUS-DEPOIS
078600     END-IF.
078700     IF WRK-STATUS-ANTES = WRK-STATUS-DEPOIS
078800         GO TO 4200-MUDAR-STATUS-EXIT
078900     END-IF.
079000     IF WRK-STATUS-DEPOIS = 'I'
079100         ADD 1 TO WRK-QTDE-INATIVACOES
079200     ELSE
079300         ADD 1 TO WRK-QTDE-REATIVACOES
079400     END-IF.
079600     MOVE WRK-STATUS-ANTES  TO WRK-MOV-STATUS.
079700     SET MOV-SAIDA          TO TRUE.
079800     PERFORM 4500-MOVIMENTAR THRU 4500-MOVIMENTAR-EXIT.
079900     MOVE WRK-STATUS-DEPOIS TO WRK-MOV-STATUS.
080000     SET MOV-ENTRADA        TO TRUE.
080100     PERFORM 4500-MOVIMENTAR THRU 4500-MOVIMENTAR-EXIT.
080200 4200-MUDAR-STATUS-EXIT.
080300     EXIT.
080400
080500***************************************************************
080600*    REMOVE DO MESTRE O REGISTRO DA IMAGEM ANTES, NA CATEGORIA  *
080700*    DO SEU STATUS E COM O CPF DA PROPRIA IMAGEM: O HST-CPF DE  *
080800*    UM REGISTRO ANTIGO PODE TER SIDO REGRAVADO COM O CPF       *
080900*    SOBREVIVENTE DE UMA UNIFICACAO POSTERIOR.                  *
081000***************************************************************
081100 4300-REMOVER-ANTES.
081200     MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM.
081300     MOVE IMG-CPF    TO WRK-MOV-CPF.
081600     MOVE IMG-STATUS TO WRK-MOV-STATUS.
081700     SET MOV-SAIDA   TO TRUE.
081800     PERFORM 4500-MOVIMENTAR THRU 4500-MOVIMENTAR-EXIT.
081900 4300-REMOVER-ANTES-EXIT.
082000     EXIT.
082100
082200***************************************************************
082300*    APLICA UM MOVIMENTO (WRK-MOV-SENTIDO ENTRADA OU SAIDA DO   *
082400*    CPF WRK-MOV-CPF NA CATEGORIA DO STATUS WRK-MOV-STATUS) AOS *
082500*    TOTAIS ESPERADOS. O HASH E MANTIDO MODULO 10**15. CPF QUE  *
082600*    NAO PASSA NA ROTINA CPFVAL E PSEUDONIMO DA ELIMINACAO      *
082700*    LGPD: A QUANTIDADE E APLICADA, MAS O HASH DA CATEGORIA     *
082800*    FICA SEM CONFERENCIA NESTE BALANCEAMENTO.                  *
082900***************************************************************
083000 4500-MOVIMENTAR.
083100     IF MOV-INATIVO
083200         MOVE 2 TO IX-CAT
083300     ELSE
083400         MOVE 1 TO IX-CAT
083500     END-IF.
083600     IF MOV-ENTRADA
083700         ADD 1 TO WRK-CAT-ENTRADAS (IX-CAT)
083800     ELSE
083900         ADD 1 TO WRK-CAT-SAIDAS (IX-CAT)
084000     END-IF.
084100     MOVE WRK-MOV-CPF TO CPFVAL-CPF.
084200     CALL 'CPFVAL' USING CPFVAL-PARM.
084300     IF CPFVAL-INVALIDO
084400         MOVE 'S' TO WRK-CAT-HASH-INCERTO (IX-CAT)
084500         GO TO 4500-MOVIMENTAR-EXIT
084600     END-IF.
084700     IF MOV-ENTRADA
084800         ADD WRK-MOV-CPF TO WRK-CAT-HASH-ESPERADO (IX-CAT)
084900         IF WRK-CAT-HASH-ESPERADO (IX-CAT) > 999999999999999
085000             SUBTRACT 1000000000000000
085100                 FROM WRK-CAT-HASH-ESPERADO (IX-CAT)
085200         END-IF
085300     ELSE
085400         SUBTRACT WRK-MOV-CPF FROM WRK-CAT-HASH-ESPERADO (IX-CAT)
085500         IF WRK-CAT-HASH-ESPERADO (IX-CAT) < ZERO
085600             ADD 1000000000000000
085700                 TO WRK-CAT-HASH-ESPERADO (IX-CAT)
085800         END-IF
085900     END-IF.
086000 4500-MOVIMENTAR-EXIT.
086100     EXIT.
086200
086300 4900-LER-HISTORICO-REG.
086400     READ HISTORICO
086500         AT END
086600             SET FIM-LEITURA TO TRUE
086700     END-READ.
086800 4900-LER-HISTORICO-REG-EXIT.
086900     EXIT.
087000
087100***************************************************************
087200*    LE O CONTROLE DA JANELA NOTURNA E SOMA, NO PERIODO, AS     *
087300*    QUANTIDADES QUE A CARGA (PROGCB04), O EXPURGO (PROGCB08) E *
087400*    A MANUTENCAO EM LOTE (PROGCB13) REGISTRARAM NO FIM DE CADA *
087500*    EXECUCAO. CONTA INICIOS E FINS DESSES JOBS PARA APONTAR    *
087600*    EXECUCAO INTERROMPIDA (QUANTIDADE NAO REGISTRADA).         *
087700***************************************************************
087800 5000-LER-RUNCTL.
087900     OPEN INPUT RUNCONTROLE.
088000     IF NOT CADRUN-OK
088100         IF CADRUN-NAO-EXISTE
088200             DISPLAY 'CONTROLE DA JANELA AUSENTE - CONTADORES '
088300                 'ZERADOS'
088400         ELSE
088500             DISPLAY 'ERRO: FALHA AO ABRIR CONTROLE DA JANELA - '
088600                 'STATUS ' WS-CADRUN-STATUS
088700             SET ERRO-PROCESSO TO TRUE
088800         END-IF
088900         GO TO 5000-LER-RUNCTL-EXIT
089000     END-IF.
089100     MOVE 'N' TO SW-FIM-LEITURA.
089200     PERFORM 5900-LER-RUNCTL-REG THRU 5900-LER-RUNCTL-REG-EXIT.
089300     PERFORM 5100-PROCESSAR-RUNCTL THRU 5100-PROCESSAR-RUNCTL-EXIT
089400         UNTIL FIM-LEITURA.
089500     CLOSE RUNCONTROLE.
089600 5000-LER-RUNCTL-EXIT.
089700     EXIT.
089800
089900 5100-PROCESSAR-RUNCTL.
090000     MOVE RUN-DATA TO WRK-LOG-DATA.
090100     MOVE RUN-HORA TO WRK-LOG-HORA.
090200     IF WRK-MARCA-LOG-N NOT > WRK-MARCA-INICIO-N
090300         OR WRK-MARCA-LOG-N > WRK-MARCA-FIM-N
090400         GO TO 5100-PROCESSAR-RUNCTL-PROX
090500     END-IF.
090600     IF RUN-JOB NOT = 'PROGCB04' AND RUN-JOB NOT = 'PROGCB08'
090700         AND RUN-JOB NOT = 'PROGCB13'
090800         GO TO 5100-PROCESSAR-RUNCTL-PROX
090900     END-IF.
091000     IF RUN-INICIO
091100         ADD 1 TO WRK-RUN-INICIOS
091200         GO TO 5100-PROCESSAR-RUNCTL-PROX
091300     END-IF.
091400     IF RUN-FIM
091500         ADD 1 TO WRK-RUN-FINS
091600         EVALUATE RUN-JOB
091700             WHEN 'PROGCB04'
091800                 ADD RUN-QTDE TO WRK-RUN-CARGA
091900             WHEN 'PROGCB08'
092000                 ADD RUN-QTDE TO WRK-RUN-EXPURGO
092100             WHEN 'PROGCB13'
092200                 ADD RUN-QTDE TO WRK-RUN-LOTE
092300         END-EVALUATE
092400     END-IF.
092500 5100-PROCESSAR-RUNCTL-PROX.
092600     PERFORM 5900-LER-RUNCTL-REG THRU 5900-LER-RUNCTL-REG-EXIT.
092700 5100-PROCESSAR-RUNCTL-EXIT.
092800     EXIT.
092900
093000 5900-LER-RUNCTL-REG.
093100     READ RUNCONTROLE
093200         AT END
093300             SET FIM-LEITURA TO TRUE
093400     END-READ.
093500 5900-LER-RUNCTL-REG-EXIT.
093600     EXIT.
093700
093800***************************************************************
093900*    CALCULA O ESPERADO (ANTERIOR + ENTRADAS - SAIDAS) E A      *
094000*    DIFERENCA PARA O ATUAL DE CADA CATEGORIA, CONFERE O HASH   *
094100*    QUANDO CONFERIVEL E COMPARA OS CONTADORES DO CADRUN COM    *
094200*    OS LOGS.                                                   *
094300***************************************************************
094400 6000-CONFERIR.
094500     PERFORM 6100-CONFERIR-CATEGORIA
094600         THRU 6100-CONFERIR-CATEGORIA-EXIT
094700         VARYING IX-CAT FROM 1 BY 1
094800         UNTIL IX-CAT > 2.
094900     IF WRK-RUN-CARGA NOT = WRK-QTDE-INCL-CARGA
095000         OR WRK-RUN-EXPURGO NOT = WRK-QTDE-EXPURGOS
095100         OR WRK-RUN-LOTE NOT = WRK-QTDE-AUD-LOTE
095200         OR WRK-RUN-INICIOS NOT = WRK-RUN-FINS
095300         SET DIF-CONTADORES TO TRUE
095400     END-IF.
095500 6000-CONFERIR-EXIT.
095600     EXIT.
095700
095800 6100-CONFERIR-CATEGORIA.
095900     COMPUTE WRK-CAT-ESPERADO (IX-CAT) =
096000         WRK-CAT-ANTERIOR (IX-CAT) + WRK-CAT-ENTRADAS (IX-CAT)
096100         - WRK-CAT-SAIDAS (IX-CAT).
096200     COMPUTE WRK-CAT-DIFERENCA (IX-CAT) =
096300         WRK-CAT-ATUAL (IX-CAT) - WRK-CAT-ESPERADO (IX-CAT).
096400     IF WRK-CAT-DIFERENCA (IX-CAT) NOT = ZERO
096500         SET DIF-CADASTRO TO TRUE
096600     END-IF.
096700     IF WRK-CAT-HASH-INCERTO (IX-CAT) = 'S'
096800         SET HASH-INCERTO TO TRUE
096900     ELSE
097000         IF WRK-CAT-HASH-ESPERADO (IX-CAT) NOT =
097100             WRK-CAT-HASH-ATUAL (IX-CAT)
097200             SET DIF-CADASTRO TO TRUE
097300         END-IF
097400     END-IF.
097500 6100-CONFERIR-CATEGORIA-EXIT.
097600     EXIT.
097700
097800***************************************************************
097900*    IMPRIME OS MOVIMENTOS, O BALANCEAMENTO POR CATEGORIA, O    *
098000*    HASH, A CONFERENCIA COM O CADRUN E O RESULTADO. NO         *
098100*    PRIMEIRO BALANCEAMENTO (SEM CONTROLE) SAEM SO OS TOTAIS    *
098200*    ATUAIS QUE PASSAM A SER A BASE.                            *
098300***************************************************************
098400 7000-IMPRIMIR-RELATORIO.
098500     IF ERRO-PROCESSO
098600         GO TO 7000-IMPRIMIR-RELATORIO-RESULTADO
098700     END-IF.
098800     IF TEM-CONTROLE
098900         PERFORM 7100-IMPRIMIR-MOVIMENTOS
099000             THRU 7100-IMPRIMIR-MOVIMENTOS-EXIT
099100     END-IF.
099200     PERFORM 7200-IMPRIMIR-BALANCO
099300         THRU 7200-IMPRIMIR-BALANCO-EXIT.
099400     IF TEM-CONTROLE
099500         PERFORM 7300-IMPRIMIR-CONTADORES
099600             THRU 7300-IMPRIMIR-CONTADORES-EXIT
099700     END-IF.
099800 7000-IMPRIMIR-RELATORIO-RESULTADO.
099900     PERFORM 7400-IMPRIMIR-RESULTADO
100000         THRU 7400-IMPRIMIR-RESULTADO-EXIT.
100100 7000-IMPRIMIR-RELATORIO-EXIT.
100200     EXIT.
100300
100400 7100-IMPRIMIR-MOVIMENTOS.
100500     MOVE SPACES TO REL-LINHA.
100600     WRITE REL-LINHA.
100700     PERFORM 8100-VERIFICAR-RELOUT
100800         THRU 8100-VERIFICAR-RELOUT-EXIT.
100900     WRITE REL-LINHA FROM WS-LINHA-TITULO-MOV.
101000     PERFORM 8100-VERIFICAR-RELOUT
101100         THRU 8100-VERIFICAR-RELOUT-EXIT.
101200     MOVE 'INCLUSOES ONLINE.......: ' TO TOT-TITULO.
101300     MOVE WRK-QTDE-INCL-ONLINE TO TOT-VALOR.
101400     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
101500     MOVE 'INCLUSOES LOTE PROGCB13: ' TO TOT-TITULO.
101600     MOVE WRK-QTDE-INCL-LOTE TO TOT-VALOR.
101700     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
101800     MOVE 'CARGA EM LOTE PROGCB04.: ' TO TOT-TITULO.
101900     MOVE WRK-QTDE-INCL-CARGA TO TOT-VALOR.
102000     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
102100     MOVE 'INATIVACOES............: ' TO TOT-TITULO.
102200     MOVE WRK-QTDE-INATIVACOES TO TOT-VALOR.
102300     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
102400     MOVE 'REATIVACOES............: ' TO TOT-TITULO.
102500     MOVE WRK-QTDE-REATIVACOES TO TOT-VALOR.
102600     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
102700     MOVE 'EXPURGOS PROGCB08......: ' TO TOT-TITULO.
102800     MOVE WRK-QTDE-EXPURGOS TO TOT-VALOR.
102900     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
103000     MOVE 'ELIMINACOES LGPD.......: ' TO TOT-TITULO.
103100     MOVE WRK-QTDE-ELIMINACOES TO TOT-VALOR.
103200     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
103300     MOVE 'CORRECOES DE CPF.......: ' TO TOT-TITULO.
103400     MOVE WRK-QTDE-CORRECOES TO TOT-VALOR.
103500     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
103600     MOVE 'UNIFICACOES DE CPF.....: ' TO TOT-TITULO.
103700     MOVE WRK-QTDE-UNIFICACOES TO TOT-VALOR.
103800     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
103900 7100-IMPRIMIR-MOVIMENTOS-EXIT.
104000     EXIT.
104100
104200 7190-IMPRIMIR-TOTAL.
104300     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
104400     PERFORM 8100-VERIFICAR-RELOUT
104500         THRU 8100-VERIFICAR-RELOUT-EXIT.
104600 7190-IMPRIMIR-TOTAL-EXIT.
104700     EXIT.
104800
104900 7200-IMPRIMIR-BALANCO.
105000     MOVE SPACES TO REL-LINHA.
105100     WRITE REL-LINHA.
105200     PERFORM 8100-VERIFICAR-RELOUT
105300         THRU 8100-VERIFICAR-RELOUT-EXIT.
105400     WRITE REL-LINHA FROM WS-LINHA-TITULO-BAL.
105500     PERFORM 8100-VERIFICAR-RELOUT
105600         THRU 8100-VERIFICAR-RELOUT-EXIT.
105700     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-BAL.
105800     PERFORM 8100-VERIFICAR-RELOUT
105900         THRU 8100-VERIFICAR-RELOUT-EXIT.
106000     PERFORM 7210-IMPRIMIR-CATEGORIA
106100         THRU 7210-IMPRIMIR-CATEGORIA-EXIT
106200         VARYING IX-CAT FROM 1 BY 1
106300         UNTIL IX-CAT > 2.
106400     PERFORM 7220-IMPRIMIR-HASH
106500         THRU 7220-IMPRIMIR-HASH-EXIT
106600         VARYING IX-CAT FROM 1 BY 1
106700         UNTIL IX-CAT > 2.
106800 7200-IMPRIMIR-BALANCO-EXIT.
106900     EXIT.
107000
107100*    SEM CONTROLE ANTERIOR SO A COLUNA ATUAL E SIGNIFICATIVA.
107200 7210-IMPRIMIR-CATEGORIA.
107300     MOVE WRK-NOME-CAT (IX-CAT)      TO BAL-CATEGORIA.
107400     MOVE WRK-CAT-ANTERIOR (IX-CAT)  TO BAL-ANTERIOR.
107500     MOVE WRK-CAT-ENTRADAS (IX-CAT)  TO BAL-ENTRADAS.
107600     MOVE WRK-CAT-SAIDAS (IX-CAT)    TO BAL-SAIDAS.
107700     MOVE WRK-CAT-ESPERADO (IX-CAT)  TO BAL-ESPERADO.
107800     MOVE WRK-CAT-ATUAL (IX-CAT)     TO BAL-ATUAL.
107900     MOVE WRK-CAT-DIFERENCA (IX-CAT) TO BAL-DIFERENCA.
108000     IF NOT TEM-CONTROLE
108100         MOVE WRK-CAT-ATUAL (IX-CAT) TO BAL-ESPERADO
108200         MOVE ZERO                   TO BAL-DIFERENCA
108300         MOVE SPACES                 TO BAL-SITUACAO
108400     ELSE
108500         IF WRK-CAT-DIFERENCA (IX-CAT) = ZERO
108600             MOVE 'OK'  TO BAL-SITUACAO
108700         ELSE
108800             MOVE '***' TO BAL-SITUACAO
108900         END-IF
109000     END-IF.
109100     WRITE REL-LINHA FROM WS-LINHA-BALANCO.
109200     PERFORM 8100-VERIFICAR-RELOUT
109300         THRU 8100-VERIFICAR-RELOUT-EXIT.
109400 7210-IMPRIMIR-CATEGORIA-EXIT.
109500     EXIT.
109600
109700 7220-IMPRIMIR-HASH.
109800     MOVE WRK-NOME-CAT (IX-CAT)          TO HSH-CATEGORIA.
109900     MOVE WRK-CAT-HASH-ESPERADO (IX-CAT) TO HSH-ESPERADO.
110000     MOVE WRK-CAT-HASH-ATUAL (IX-CAT)    TO HSH-ATUAL.
110100     EVALUATE TRUE
110200         WHEN NOT TEM-CONTROLE
110300             MOVE WRK-CAT-HASH-ATUAL (IX-CAT) TO HSH-ESPERADO
110400             MOVE 'BASE INICIAL'   TO HSH-SITUACAO
110500         WHEN WRK-CAT-HASH-INCERTO (IX-CAT) = 'S'
110600             MOVE 'NAO CONFERIVEL' TO HSH-SITUACAO
110700         WHEN WRK-CAT-HASH-ESPERADO (IX-CAT) =
110800             WRK-CAT-HASH-ATUAL (IX-CAT)
110900             MOVE 'OK'             TO HSH-SITUACAO
111000         WHEN OTHER
111100             MOVE 'DIFERENTE ***'  TO HSH-SITUACAO
111200     END-EVALUATE.
111300     WRITE REL-LINHA FROM WS-LINHA-HASH.
111400     PERFORM 8100-VERIFICAR-RELOUT
111500         THRU 8100-VERIFICAR-RELOUT-EXIT.
111600 7220-IMPRIMIR-HASH-EXIT.
111700     EXIT.
111800
111900 7300-IMPRIMIR-CONTADORES.
112000     MOVE SPACES TO REL-LINHA.
112100     WRITE REL-LINHA.
112200     PERFORM 8100-VERIFICAR-RELOUT
112300         THRU 8100-VERIFICAR-RELOUT-EXIT.
112400     WRITE REL-LINHA FROM WS-LINHA-TITULO-RUN.
112500     PERFORM 8100-VERIFICAR-RELOUT
112600         THRU 8100-VERIFICAR-RELOUT-EXIT.
112700     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-RUN.
112800     PERFORM 8100-VERIFICAR-RELOUT
112900         THRU 8100-VERIFICAR-RELOUT-EXIT.
113000     MOVE 'PROGCB04'               TO RUN-DET-JOB.
113100     MOVE 'REGISTROS CARREGADOS'   TO RUN-DET-ITEM.
113200     MOVE WRK-RUN-CARGA            TO RUN-DET-CADRUN.
113300     MOVE WRK-QTDE-INCL-CARGA      TO RUN-DET-LOGS.
113400     COMPUTE WRK-DIF-CONTADOR =
113500         WRK-RUN-CARGA - WRK-QTDE-INCL-CARGA.
113600     PERFORM 7390-IMPRIMIR-CONTADOR
113700         THRU 7390-IMPRIMIR-CONTADOR-EXIT.
113800     MOVE 'PROGCB08'               TO RUN-DET-JOB.
113900     MOVE 'REGISTROS EXPURGADOS'   TO RUN-DET-ITEM.
114000     MOVE WRK-RUN-EXPURGO          TO RUN-DET-CADRUN.
114100     MOVE WRK-QTDE-EXPURGOS        TO RUN-DET-LOGS.
114200     COMPUTE WRK-DIF-CONTADOR =
114300         WRK-RUN-EXPURGO - WRK-QTDE-EXPURGOS.
114400     PERFORM 7390-IMPRIMIR-CONTADOR
114500         THRU 7390-IMPRIMIR-CONTADOR-EXIT.
114600     MOVE 'PROGCB13'               TO RUN-DET-JOB.
114700     MOVE 'TRANSACOES LIDAS'       TO RUN-DET-ITEM.
114800     MOVE WRK-RUN-LOTE             TO RUN-DET-CADRUN.
114900     MOVE WRK-QTDE-AUD-LOTE        TO RUN-DET-LOGS.
115000     COMPUTE WRK-DIF-CONTADOR =
115100         WRK-RUN-LOTE - WRK-QTDE-AUD-LOTE.
115200     PERFORM 7390-IMPRIMIR-CONTADOR
115300         THRU 7390-IMPRIMIR-CONTADOR-EXIT.
115400     MOVE 'INICIOS DE EXECUCAO....: ' TO TOT-TITULO.
115500     MOVE WRK-RUN-INICIOS TO TOT-VALOR.
115600     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
115700     MOVE 'FINS DE EXECUCAO.......: ' TO TOT-TITULO.
115800     MOVE WRK-RUN-FINS TO TOT-VALOR.
115900     PERFORM 7190-IMPRIMIR-TOTAL THRU 7190-IMPRIMIR-TOTAL-EXIT.
116000     IF WRK-RUN-INICIOS NOT = WRK-RUN-FINS
116100         MOVE SPACES TO REL-LINHA
116200         MOVE '*** EXECUCAO SEM FIM REGISTRADO NO PERIODO'
116300             TO REL-LINHA
116400         WRITE REL-LINHA
116500         PERFORM 8100-VERIFICAR-RELOUT
116600             THRU 8100-VERIFICAR-RELOUT-EXIT
116700     END-IF.
116800 7300-IMPRIMIR-CONTADORES-EXIT.
116900     EXIT.
117000
117100 7390-IMPRIMIR-CONTADOR.
117200     MOVE WRK-DIF-CONTADOR TO RUN-DET-DIFERENCA.
117300     IF WRK-DIF-CONTADOR = ZERO
117400         MOVE 'OK'  TO RUN-DET-SITUACAO
117500     ELSE
117600         MOVE '***' TO RUN-DET-SITUACAO
117700     END-IF.
117800     WRITE REL-LINHA FROM WS-LINHA-CONTADOR.
117900     PERFORM 8100-VERIFICAR-RELOUT
118000         THRU 8100-VERIFICAR-RELOUT-EXIT.
118100 7390-IMPRIMIR-CONTADOR-EXIT.
118200     EXIT.
118300
118400 7400-IMPRIMIR-RESULTADO.
118500     MOVE SPACES TO REL-LINHA.
118600     WRITE REL-LINHA.
118700     PERFORM 8100-VERIFICAR-RELOUT
118800         THRU 8100-VERIFICAR-RELOUT-EXIT.
118900     EVALUATE TRUE
119000         WHEN ERRO-PROCESSO
119100             MOVE 'RESULTADO: BALANCEAMENTO NAO REALIZADO'
119200                 TO REL-LINHA
119300         WHEN NOT TEM-CONTROLE
119400             MOVE 'RESULTADO: CONTROLE INICIAL GRAVADO'
119500                 TO REL-LINHA
119600         WHEN DIF-CADASTRO
119700             STRING 'RESULTADO: MESTRE NAO BALANCEADO - '
119800                 DELIMITED BY SIZE
119900                 'ALTERADO FORA DOS PROGRAMAS' DELIMITED BY SIZE
120000                 INTO REL-LINHA
120100             END-STRING
120200         WHEN DIF-CONTADORES
120300             STRING 'RESULTADO: MESTRE BALANCEADO - '
120400                 DELIMITED BY SIZE
120500                 'CADRUN DIVERGENTE DOS LOGS' DELIMITED BY SIZE
120600                 INTO REL-LINHA
120700             END-STRING
120800         WHEN OTHER
120900             MOVE 'RESULTADO: MESTRE BALANCEADO'
121000                 TO REL-LINHA
121100     END-EVALUATE.
121200     WRITE REL-LINHA.
121300     PERFORM 8100-VERIFICAR-RELOUT
121400         THRU 8100-VERIFICAR-RELOUT-EXIT.
121500     IF HASH-INCERTO AND NOT ERRO-PROCESSO
121600         MOVE SPACES TO REL-LINHA
121700         STRING 'HASH NAO CONFERIVEL: CPF PSEUDONIMIZADO '
121800             DELIMITED BY SIZE
121900             '(ELIMINACAO LGPD) NO PERIODO' DELIMITED BY SIZE
122000             INTO REL-LINHA
122100         END-STRING
122200         WRITE REL-LINHA
122300         PERFORM 8100-VERIFICAR-RELOUT
122400             THRU 8100-VERIFICAR-RELOUT-EXIT
122500     END-IF.
122600     IF PARM-NOVA-BASE AND TEM-CONTROLE AND NOT ERRO-PROCESSO
122700         MOVE SPACES TO REL-LINHA
122800         STRING 'NOVA BASE ACEITA VIA SYSIN: TOTAIS ATUAIS '
122900             DELIMITED BY SIZE
123000             'GRAVADOS NO CONTROLE' DELIMITED BY SIZE
123100             INTO REL-LINHA
123200         END-STRING
123300         WRITE REL-LINHA
123400         PERFORM 8100-VERIFICAR-RELOUT
123500             THRU 8100-VERIFICAR-RELOUT-EXIT
123600     END-IF.
123700 7400-IMPRIMIR-RESULTADO-EXIT.
123800     EXIT.
123900
124000***************************************************************
124100*    GRAVA O NOVO CONTROLE COM O CORTE DESTA EXECUCAO E OS      *
124200*    TOTAIS ATUAIS DO MESTRE. O JCL SO ACRESCENTA O REGISTRO    *
124300*    AO CONTROLE COM RC ATE 4 (MESTRE BALANCEADO). SE O         *
124400*    MESTRE DIVERGE, A BASE NAO AVANCA E A DIFERENCA REAPARECE  *
124500*    ATE SER ESCLARECIDA E ACEITA VIA SYSIN NOVABASE.           *
124600***************************************************************
124700 7500-GRAVAR-CONTROLE.
124800     OPEN OUTPUT BALCONTROLE-NOVO.
124900     MOVE WRK-FIM-DATA              TO WRK-CTL-DATA.
125000     MOVE WRK-FIM-HORA              TO WRK-CTL-HORA.
125100     MOVE WRK-CAT-ATUAL (1)         TO WRK-CTL-ATIVOS.
125200     MOVE WRK-CAT-ATUAL (2)         TO WRK-CTL-INATIVOS.
125300     MOVE WRK-CAT-HASH-ATUAL (1)    TO WRK-CTL-HASH-ATIVOS.
125400     MOVE WRK-CAT-HASH-ATUAL (2)    TO WRK-CTL-HASH-INATIVOS.
125500     IF PARM-NOVA-BASE OR NOT TEM-CONTROLE
125600         MOVE 'N' TO WRK-CTL-ORIGEM
125700     ELSE
125800         MOVE 'B' TO WRK-CTL-ORIGEM
125900     END-IF.
126000     WRITE CADBLN-REG FROM WRK-CTL-NOVO.
126100     IF NOT CADBLN-OK
126200         DISPLAY 'ERRO: FALHA AO GRAVAR CONTROLE DO '
126300             'BALANCEAMENTO - STATUS ' WS-CADBLN-STATUS
126400         SET ERRO-PROCESSO TO TRUE
126500     END-IF.
126600     CLOSE BALCONTROLE-NOVO.
126700 7500-GRAVAR-CONTROLE-EXIT.
126800     EXIT.
126900
127000***************************************************************
127100*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO RELATORIO E AVISA  *
127200*    O OPERADOR EM CASO DE FALHA.                               *
127300***************************************************************
127400 8100-VERIFICAR-RELOUT.
127500     IF NOT RELOUT-OK
127600         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
127700             WS-RELOUT-STATUS
127800     END-IF.
127900 8100-VERIFICAR-RELOUT-EXIT.
128000     EXIT.
128100
128200***************************************************************
128300*    ENCERRAMENTO DO RELATORIO                                  *
128400***************************************************************
128500 9000-FINALIZAR.
128600     CLOSE RELATORIO.
128700 9000-FINALIZAR-EXIT.
128800     EXIT.
