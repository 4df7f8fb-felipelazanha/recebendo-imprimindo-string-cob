000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB27                                   *
000300*    DESCRICAO....: RELATORIO MENSAL DE PERMANENCIA E OCUPACAO  *
000400*                   DA PORTARIA, A PARTIR DO ARQUIVO DE         *
000500*                   MOVIMENTO (DDNAME CADMOV, COPYBOOK MOVPOR). *
000600*                   O MES (AAAAMM) VEM VIA SYSIN; EM BRANCO USA *
000700*                   O MES ANTERIOR AO DA DATA DE NEGOCIO. OS    *
000800*                   MOVIMENTOS ADMITIDOS DO MES (MAIS A VESPERA *
000900*                   DO DIA 1, PARA AS VISITAS QUE PASSAM DA     *
001000*                   MEIA-NOITE) SAO ORDENADOS POR CPF, DATA E   *
001100*                   HORA E CADA ENTRADA E PAREADA COM A SAIDA   *
001200*                   SEGUINTE. A VISITA PERTENCE AO MES DA       *
001300*                   SAIDA. IMPRIME VISITAS, DIAS E HORAS POR    *
001400*                   PESSOA, AS PENDENCIAS (SAIDA SEM ENTRADA,   *
001500*                   ENTRADA SEM SAIDA, ENTRADA EM ABERTO NO FIM *
001600*                   DO MES, PERMANENCIA ACIMA DE 24 HORAS, ESTA *
001700*                   FORA DAS HORAS) E A OCUPACAO SIMULTANEA     *
001800*                   MAXIMA POR DIA E POR FAIXA HORARIA, APURADA *
001900*                   DAS VISITAS FECHADAS. GRAVA O EXTRATO FIXO  *
002000*                   DE TOTAIS POR PESSOA (CADPRM, COPYBOOK      *
002100*                   PERMES) PARA A CONFERENCIA DE HORAS DE      *
002200*                   PRESTADORES.                                *
002300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002400*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002500*    DATA-ESCRITA.: 2026-10-15                                  *
002600*-------------------------------------------------------------*
002700*    HISTORICO DE ALTERACOES                                    *
002800*    DATA       AUTOR   DESCRICAO                               *
002900*    2026-10-15 EMC     VERSAO ORIGINAL - PERMANENCIA E         *
003000*                       OCUPACAO MENSAL DA PORTARIA.            *
003020*    2026-10-15 EMC     MES DE REFERENCIA PADRAO E DATA DO      *
003040*                       CABECALHO PELA DATA DE NEGOCIO (ROTINA  *
003060*                       DATNEG); O HEADER DO EXTRATO MANTEM A   *
003080*                       DATA-HORA DE GERACAO DO RELOGIO.        *
003084*    2026-10-15 EMC     FALHA NO ARQUIVO DE TRABALHO OU NO      *
003088*                       EXTRATO SINALIZADA POR CHAVE E RC 8     *
003092*                       DEFINIDO APOS AS ORDENACOES; ABERTURA   *
003096*                       DO ARQUIVO DE TRABALHO CONFERIDA.       *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PROGCOB27.
003400 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003500 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MOVIMENTO ASSIGN TO "CADMOV"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-CADMOV-STATUS.
004400
004500     SELECT OCUPACAO-TRABALHO ASSIGN TO "CADOCW"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CADOCW-STATUS.
004800
004900     SELECT EXTRATO-PERMANENCIA ASSIGN TO "CADPRM"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CADPRM-STATUS.
005200
005300     SELECT RELATORIO ASSIGN TO "RELOUT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RELOUT-STATUS.
005600
005700     SELECT ORDENACAO-MOVIMENTO ASSIGN TO "SORTWK1".
005800
005900     SELECT ORDENACAO-OCUPACAO ASSIGN TO "SORTWK2".
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MOVIMENTO
006300     LABEL RECORDS ARE STANDARD.
006400     COPY MOVPOR.
006500
006600 FD  OCUPACAO-TRABALHO
006700     LABEL RECORDS ARE STANDARD.
006800 01  CADOCW-REG                  PIC X(70).
006900
007000 FD  EXTRATO-PERMANENCIA
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300     COPY PERMES.
007400
007500 FD  RELATORIO
007600     LABEL RECORDS ARE OMITTED
007700     RECORDING MODE IS F.
007800 01  REL-LINHA                   PIC X(80).
007900
008000*    MOVIMENTOS ADMITIDOS DO PERIODO, POR CPF, DATA E HORA.
008100 SD  ORDENACAO-MOVIMENTO.
008200 01  SRT-MOV-REG.
008300     05  SRT-CPF                 PIC 9(11).
008400     05  SRT-DATA                PIC 9(08).
008500     05  SRT-HORA                PIC 9(06).
008600     05  SRT-TIPO                PIC X(01).
008700         88  SRT-ENTRADA             VALUE 'E'.
008800         88  SRT-SAIDA               VALUE 'S'.
008900     05  SRT-NOME                PIC X(20).
009000
009100*    PENDENCIAS ('1') E EVENTOS DE OCUPACAO ('2') EM ORDEM
009200*    CRONOLOGICA; NO MESMO INSTANTE A SAIDA ('1') VEM ANTES DA
009300*    ENTRADA ('2').
009400 SD  ORDENACAO-OCUPACAO.
009500 01  SRT-OCP-REG.
009600     05  SOC-TIPO-REG            PIC X(01).
009700         88  SOC-PENDENCIA           VALUE '1'.
009800         88  SOC-EVENTO              VALUE '2'.
009900     05  SOC-DATA                PIC 9(08).
010000     05  SOC-HORA                PIC 9(06).
010100     05  SOC-SENTIDO             PIC X(01).
010200         88  SOC-SAIDA               VALUE '1'.
010300         88  SOC-ENTRADA             VALUE '2'.
010400     05  SOC-CPF                 PIC 9(11).
010500     05  SOC-NOME                PIC X(20).
010600     05  SOC-OCORRENCIA          PIC X(23).
010700
010800 WORKING-STORAGE SECTION.
010900 77  WS-CADMOV-STATUS            PIC X(02)   VALUE '00'.
011000     88  CADMOV-OK                   VALUE '00'.
011100     88  CADMOV-NAO-EXISTE           VALUE '35'.
011200 77  WS-CADOCW-STATUS            PIC X(02)   VALUE '00'.
011300     88  CADOCW-OK                   VALUE '00'.
011400 77  WS-CADPRM-STATUS            PIC X(02)   VALUE '00'.
011500     88  CADPRM-OK                   VALUE '00'.
011600 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
011700     88  RELOUT-OK                   VALUE '00'.
011800 77  SW-FIM-CADMOV               PIC X(01)   VALUE 'N'.
011900     88  FIM-CADMOV                  VALUE 'S'.
012000 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
012100     88  FIM-ORDENACAO               VALUE 'S'.
012200 77  SW-TEM-PESSOA               PIC X(01)   VALUE 'N'.
012300     88  TEM-PESSOA                  VALUE 'S'.
012400 77  SW-ENTRADA-ABERTA           PIC X(01)   VALUE 'N'.
012500     88  ENTRADA-ABERTA              VALUE 'S'.
012600 77  SW-MES-INVALIDO             PIC X(01)   VALUE 'N'.
012700     88  MES-INVALIDO                VALUE 'S'.
012720 77  SW-ERRO-TRABALHO            PIC X(01)   VALUE 'N'.
012740     88  ERRO-TRABALHO               VALUE 'S'.
012760 77  SW-ERRO-EXTRATO             PIC X(01)   VALUE 'N'.
012780     88  ERRO-EXTRATO                VALUE 'S'.
012800 77  WRK-MES-ALFA                PIC X(06)   VALUE SPACES.
012900 77  WRK-DATA-VESPERA            PIC 9(08)   VALUE ZEROS.
013000 77  WRK-DIAS-NO-MES             PIC 9(02)   VALUE ZEROS.
013100 77  WRK-CPF-ATUAL               PIC 9(11)   VALUE ZEROS.
013200 77  WRK-NOME-ATUAL              PIC X(20)   VALUE SPACES.
013300 77  WRK-ENT-DATA                PIC 9(08)   VALUE ZEROS.
013400 77  WRK-ENT-HORA                PIC 9(06)   VALUE ZEROS.
013500 77  WRK-PES-VISITAS             PIC 9(05)   COMP VALUE ZERO.
013600 77  WRK-PES-DIAS                PIC 9(02)   COMP VALUE ZERO.
013700 77  WRK-PES-SEGUNDOS            PIC 9(09)   COMP VALUE ZERO.
013800 77  WRK-PES-PENDENCIAS          PIC 9(03)   COMP VALUE ZERO.
013900 77  WRK-PES-ULT-DIA             PIC 9(08)   VALUE ZEROS.
014000 77  WRK-SEGUNDOS-VISITA         PIC S9(09)  COMP VALUE ZERO.
014100 77  WRK-SEG-ENTRADA             PIC 9(05)   COMP VALUE ZERO.
014200 77  WRK-SEG-SAIDA               PIC 9(05)   COMP VALUE ZERO.
014300 77  WRK-MINUTOS                 PIC 9(09)   COMP VALUE ZERO.
014400 77  WRK-HORAS                   PIC 9(07)   COMP VALUE ZERO.
014500 77  WRK-RESTO-MINUTOS           PIC 9(02)   COMP VALUE ZERO.
014600 77  WRK-PEND-DATA               PIC 9(08)   VALUE ZEROS.
014700 77  WRK-PEND-HORA               PIC 9(06)   VALUE ZEROS.
014800 77  WRK-PEND-OCORRENCIA         PIC X(23)   VALUE SPACES.
014900 77  WRK-OCUPACAO                PIC S9(05)  COMP VALUE ZERO.
015000 77  WRK-SLOT                    PIC 9(04)   COMP VALUE ZERO.
015100 77  WRK-SLOT-ATUAL              PIC 9(04)   COMP VALUE ZERO.
015200 77  WRK-SLOT-EVENTO             PIC 9(04)   COMP VALUE ZERO.
015300 77  WRK-SLOT-INICIAL            PIC 9(04)   COMP VALUE ZERO.
015400 77  WRK-SLOT-FINAL              PIC 9(04)   COMP VALUE ZERO.
015500 77  WRK-SLOT-BASE               PIC 9(04)   COMP VALUE ZERO.
015600 77  IX-DIA                      PIC 9(02)   COMP VALUE ZERO.
015700 77  IX-FAIXA                    PIC 9(02)   COMP VALUE ZERO.
015800 77  WRK-HASH-CPF                PIC 9(16)   VALUE ZEROS.
015900 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
016000 77  WRK-QTDE-SELECIONADOS       PIC 9(09)   COMP VALUE ZERO.
016100 77  WRK-QTDE-PESSOAS            PIC 9(09)   COMP VALUE ZERO.
016200 77  WRK-QTDE-VISITAS            PIC 9(09)   COMP VALUE ZERO.
016300 77  WRK-TOTAL-SEGUNDOS          PIC 9(11)   COMP VALUE ZERO.
016400 77  WRK-TOTAL-MINUTOS           PIC 9(11)   COMP VALUE ZERO.
016500 77  WRK-QTDE-SAIDA-SEM-ENT      PIC 9(09)   COMP VALUE ZERO.
016600 77  WRK-QTDE-ENT-SEM-SAIDA      PIC 9(09)   COMP VALUE ZERO.
016700 77  WRK-QTDE-EM-ABERTO          PIC 9(09)   COMP VALUE ZERO.
016800 77  WRK-QTDE-ACIMA-24H          PIC 9(09)   COMP VALUE ZERO.
016900 77  WRK-QTDE-PENDENCIAS         PIC 9(09)   COMP VALUE ZERO.
017000 77  WRK-PICO-MES                PIC 9(05)   VALUE ZEROS.
017100 77  WRK-PICO-MES-DIA            PIC 9(02)   VALUE ZEROS.
017200 77  WRK-PICO-MES-HORA           PIC 9(02)   VALUE ZEROS.
017300
017400 01  WS-DATA-SISTEMA.
017500     05  WS-DATA-AAAA            PIC 9(04).
017600     05  WS-DATA-MM              PIC 9(02).
017700     05  WS-DATA-DD              PIC 9(02).
017800
017900 01  WS-HORA-SISTEMA.
018000     05  WS-HORA-HH              PIC 9(02).
018100     05  WS-HORA-MM              PIC 9(02).
018200     05  WS-HORA-SS              PIC 9(02).
018300     05  WS-HORA-CENT            PIC 9(02).
018333
018366     COPY NEGPARM.
018400
018500 01  WRK-MES-REFERENCIA.
018600     05  WRK-REF-AAAA            PIC 9(04)   VALUE ZEROS.
018700     05  WRK-REF-MM              PIC 9(02)   VALUE ZEROS.
018800 01  WRK-MES-REFERENCIA-N REDEFINES WRK-MES-REFERENCIA
018900                                 PIC 9(06).
019000
019100 01  WRK-DATA-INICIO-MES.
019200     05  WRK-INI-AAAA            PIC 9(04)   VALUE ZEROS.
019300     05  WRK-INI-MM              PIC 9(02)   VALUE ZEROS.
019400     05  WRK-INI-DD              PIC 9(02)   VALUE ZEROS.
019500 01  WRK-DATA-INICIO-N REDEFINES WRK-DATA-INICIO-MES
019600                                 PIC 9(08).
019700
019800 01  WRK-DATA-PROX-MES.
019900     05  WRK-PRX-AAAA            PIC 9(04)   VALUE ZEROS.
020000     05  WRK-PRX-MM              PIC 9(02)   VALUE ZEROS.
020100     05  WRK-PRX-DD              PIC 9(02)   VALUE ZEROS.
020200 01  WRK-DATA-PROX-N REDEFINES WRK-DATA-PROX-MES
020300                                 PIC 9(08).
020400
020500 01  WRK-DATA-FIM-MES.
020600     05  WRK-FIM-AAAA            PIC 9(04)   VALUE ZEROS.
020700     05  WRK-FIM-MM              PIC 9(02)   VALUE ZEROS.
020800     05  WRK-FIM-DD              PIC 9(02)   VALUE ZEROS.
020900 01  WRK-DATA-FIM-N REDEFINES WRK-DATA-FIM-MES
021000                                 PIC 9(08).
021100
021200 01  WRK-DATA-EDICAO.
021300     05  WRK-EDICAO-AAAA         PIC 9(04).
021400     05  WRK-EDICAO-MM           PIC 9(02).
021500     05  WRK-EDICAO-DD           PIC 9(02).
021600 01  WRK-HORA-EDICAO.
021700     05  WRK-EDICAO-HH           PIC 9(02).
021800     05  WRK-EDICAO-MI           PIC 9(02).
021900     05  WRK-EDICAO-SS           PIC 9(02).
022000
022100 01  WRK-OCP-REG.
022200     05  WRK-OCP-TIPO-REG        PIC X(01).
022300     05  WRK-OCP-DATA            PIC 9(08).
022400     05  WRK-OCP-HORA            PIC 9(06).
022500     05  WRK-OCP-SENTIDO         PIC X(01).
022600     05  WRK-OCP-CPF             PIC 9(11).
022700     05  WRK-OCP-NOME            PIC X(20).
022800     05  WRK-OCP-OCORRENCIA      PIC X(23).
022900
023000*    OCUPACAO MAXIMA DE CADA DIA DO MES E DE CADA FAIXA HORARIA
023100*    (A MAIOR ENTRE TODOS OS DIAS DO MES).
023200 01  WRK-TAB-DIAS.
023300     05  WRK-DIA                 OCCURS 31 TIMES.
023400         10  WRK-DIA-PICO        PIC 9(05).
023500         10  WRK-DIA-HORA-PICO   PIC 9(02).
023600 01  WRK-TAB-FAIXAS.
023700     05  WRK-FAIXA               OCCURS 24 TIMES.
023800         10  WRK-FAIXA-PICO      PIC 9(05).
023900         10  WRK-FAIXA-DIA-PICO  PIC 9(02).
024000
024100 01  WS-LINHA-CABECALHO-1        PIC X(80)
024200     VALUE 'PERMANENCIA E OCUPACAO MENSAL DA PORTARIA'.
024300 01  WS-LINHA-CABECALHO-2.
024400     05  FILLER                  PIC X(19)
024500         VALUE 'MES DE REFERENCIA: '.
024600     05  CAB-REF-MM              PIC 99.
024700     05  FILLER                  PIC X(01) VALUE '/'.
024800     05  CAB-REF-AAAA            PIC 9999.
024900     05  FILLER                  PIC X(13)
025000         VALUE '    EMISSAO: '.
025100     05  CAB-DATA-DD             PIC 99.
025200     05  FILLER                  PIC X(01) VALUE '/'.
025300     05  CAB-DATA-MM             PIC 99.
025400     05  FILLER                  PIC X(01) VALUE '/'.
025500     05  CAB-DATA-AAAA           PIC 9999.
025600     05  FILLER                  PIC X(30) VALUE SPACES.
025700 01  WS-LINHA-TIT-PESSOAS        PIC X(80)
025800     VALUE 'PERMANENCIA POR PESSOA (VISITAS COM SAIDA NO MES)'.
025900 01  WS-LINHA-COL-PESSOAS.
026000     05  FILLER                  PIC X(13) VALUE 'CPF'.
026100     05  FILLER                  PIC X(22) VALUE 'NOME'.
026200     05  FILLER                  PIC X(08) VALUE 'VISITAS'.
026300     05  FILLER                  PIC X(05) VALUE 'DIAS'.
026400     05  FILLER                  PIC X(11) VALUE '   HORAS'.
026500     05  FILLER                  PIC X(21) VALUE 'PENDENCIAS'.
026600 01  WS-LINHA-PESSOA.
026700     05  PES-CPF                 PIC 9(11).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  PES-NOME                PIC X(20).
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  PES-VISITAS             PIC ZZZZ9.
027200     05  FILLER                  PIC X(03) VALUE SPACES.
027300     05  PES-DIAS                PIC Z9.
027400     05  FILLER                  PIC X(03) VALUE SPACES.
027500     05  PES-HORAS               PIC ZZZZ9.
027600     05  FILLER                  PIC X(01) VALUE ':'.
027700     05  PES-MINUTOS             PIC 99.
027800     05  FILLER                  PIC X(03) VALUE SPACES.
027900     05  PES-PENDENCIAS          PIC ZZ9.
028000     05  FILLER                  PIC X(18) VALUE SPACES.
028100 01  WS-LINHA-TIT-PENDENCIAS     PIC X(80)
028200     VALUE 'PENDENCIAS DE PAREAMENTO DO MES'.
028300 01  WS-LINHA-COL-PENDENCIAS.
028400     05  FILLER                  PIC X(11) VALUE 'DATA'.
028500     05  FILLER                  PIC X(10) VALUE 'HORA'.
028600     05  FILLER                  PIC X(13) VALUE 'CPF'.
028700     05  FILLER                  PIC X(22) VALUE 'NOME'.
028800     05  FILLER                  PIC X(24) VALUE 'OCORRENCIA'.
028900 01  WS-LINHA-PENDENCIA.
029000     05  PND-DATA-DD             PIC 99.
029100     05  FILLER                  PIC X(01) VALUE '/'.
029200     05  PND-DATA-MM             PIC 99.
029300     05  FILLER                  PIC X(01) VALUE '/'.
029400     05  PND-DATA-AAAA           PIC 9999.
029500     05  FILLER                  PIC X(01) VALUE SPACE.
029600     05  PND-HORA-HH             PIC 99.
029700     05  FILLER                  PIC X(01) VALUE ':'.
029800     05  PND-HORA-MI             PIC 99.
029900     05  FILLER                  PIC X(01) VALUE ':'.
030000     05  PND-HORA-SS             PIC 99.
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  PND-CPF                 PIC 9(11).
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  PND-NOME                PIC X(20).
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  PND-OCORRENCIA          PIC X(23).
030700     05  FILLER                  PIC X(01) VALUE SPACE.
030800 01  WS-LINHA-SEM-PENDENCIA      PIC X(80)
030900     VALUE '    NENHUMA PENDENCIA NO MES'.
031000 01  WS-LINHA-TIT-DIAS           PIC X(80)
031100     VALUE 'OCUPACAO SIMULTANEA MAXIMA POR DIA'.
031200 01  WS-LINHA-COL-DIAS.
031300     05  FILLER                  PIC X(15) VALUE 'DIA'.
031400     05  FILLER                  PIC X(14) VALUE 'OCUPACAO MAX.'.
031500     05  FILLER                  PIC X(51) VALUE 'FAIXA DO PICO'.
031600 01  WS-LINHA-DIA.
031700     05  DIA-DATA-DD             PIC 99.
031800     05  FILLER                  PIC X(01) VALUE '/'.
031900     05  DIA-DATA-MM             PIC 99.
032000     05  FILLER                  PIC X(01) VALUE '/'.
032100     05  DIA-DATA-AAAA           PIC 9999.
032200     05  FILLER                  PIC X(08) VALUE SPACES.
032300     05  DIA-PICO                PIC ZZZZ9.
032400     05  FILLER                  PIC X(09) VALUE SPACES.
032500     05  DIA-FAIXA               PIC X(11).
032600     05  FILLER                  PIC X(37) VALUE SPACES.
032700 01  WS-LINHA-TIT-FAIXAS         PIC X(80)
032800     VALUE 'OCUPACAO SIMULTANEA MAXIMA POR FAIXA HORARIA'.
032900 01  WS-LINHA-COL-FAIXAS.
033000     05  FILLER                  PIC X(15) VALUE 'FAIXA HORARIA'.
033100     05  FILLER                  PIC X(14) VALUE 'OCUPACAO MAX.'.
033200     05  FILLER                  PIC X(51) VALUE 'DIA DO PICO'.
033300 01  WS-LINHA-FAIXA.
033400     05  FXA-FAIXA               PIC X(11).
033500     05  FILLER                  PIC X(07) VALUE SPACES.
033600     05  FXA-PICO                PIC ZZZZ9.
033700     05  FILLER                  PIC X(09) VALUE SPACES.
033800     05  FXA-DIA                 PIC X(10).
033900     05  FILLER                  PIC X(38) VALUE SPACES.
034000 01  WRK-FAIXA-EDICAO.
034100     05  WRK-FXE-HH-INI          PIC 99.
034200     05  FILLER                  PIC X(04) VALUE ':00-'.
034300     05  WRK-FXE-HH-FIM          PIC 99.
034400     05  FILLER                  PIC X(03) VALUE ':59'.
034500 01  WRK-DIA-EDICAO.
034600     05  WRK-DIE-DD              PIC 99.
034700     05  FILLER                  PIC X(01) VALUE '/'.
034800     05  WRK-DIE-MM              PIC 99.
034900     05  FILLER                  PIC X(01) VALUE '/'.
035000     05  WRK-DIE-AAAA            PIC 9999.
035100 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
035200 01  WS-LINHA-TOTAL.
035300     05  TOT-TITULO              PIC X(25).
035400     05  TOT-VALOR               PIC ZZZZZZZZ9.
035500     05  FILLER                  PIC X(46) VALUE SPACES.
035600 01  WS-LINHA-TOTAL-HORAS.
035700     05  FILLER                  PIC X(25)
035800         VALUE 'HORAS NO MES.........: '.
035900     05  TOH-HORAS               PIC ZZZZZZ9.
036000     05  FILLER                  PIC X(01) VALUE ':'.
036100     05  TOH-MINUTOS             PIC 99.
036200     05  FILLER                  PIC X(45) VALUE SPACES.
036300
036400     COPY DATPARM.
036500
036600     COPY RUNPARM.
036700
036800***************************************************************
036900 PROCEDURE DIVISION.
037000***************************************************************
037100 0000-MAINLINE.
037200     PERFORM 0500-REGISTRAR-INICIO
037300         THRU 0500-REGISTRAR-INICIO-EXIT.
037400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
037500     IF MES-INVALIDO
037600         MOVE 8 TO RETURN-CODE
037700         GO TO 0000-MAINLINE-FIM
037800     END-IF.
037900     SORT ORDENACAO-MOVIMENTO
038000         ON ASCENDING KEY SRT-CPF SRT-DATA SRT-HORA SRT-TIPO
038100         INPUT PROCEDURE IS 2000-SELECIONAR-MOVIMENTOS
038200             THRU 2000-SELECIONAR-MOVIMENTOS-EXIT
038300         OUTPUT PROCEDURE IS 3000-PAREAR-VISITAS
038400             THRU 3000-PAREAR-VISITAS-EXIT.
038450     IF NOT ERRO-TRABALHO
038500         SORT ORDENACAO-OCUPACAO
038600             ON ASCENDING KEY SOC-TIPO-REG SOC-DATA SOC-HORA
038700                 SOC-SENTIDO
038800             USING OCUPACAO-TRABALHO
038900             OUTPUT PROCEDURE IS 4000-APURAR-OCUPACAO
039000                 THRU 4000-APURAR-OCUPACAO-EXIT
039100         PERFORM 5000-IMPRIMIR-OCUPACAO
039200             THRU 5000-IMPRIMIR-OCUPACAO-EXIT
039300         PERFORM 6000-IMPRIMIR-TOTAIS
039333             THRU 6000-IMPRIMIR-TOTAIS-EXIT
039366     END-IF.
039400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
039425     IF ERRO-TRABALHO OR ERRO-EXTRATO
039450         MOVE 8 TO RETURN-CODE
039475     END-IF.
039500 0000-MAINLINE-FIM.
039600     MOVE WRK-QTDE-PESSOAS TO RUNCTL-QTDE.
039700     MOVE RETURN-CODE      TO RUNCTL-RC.
039800     PERFORM 8900-REGISTRAR-FIM
039900         THRU 8900-REGISTRAR-FIM-EXIT.
040000     STOP RUN.
040100
040200***************************************************************
040300*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
040400*    NOTURNA VIA ROTINA RUNCTL.                                 *
040500***************************************************************
040600 0500-REGISTRAR-INICIO.
040700     SET RUNCTL-FUNC-INICIO TO TRUE.
040800     MOVE 'PROGCB27' TO RUNCTL-JOB.
040900     MOVE ZEROS      TO RUNCTL-QTDE.
041000     MOVE ZEROS      TO RUNCTL-RC.
041100     CALL 'RUNCTL' USING RUNCTL-PARM.
041200 0500-REGISTRAR-INICIO-EXIT.
041300     EXIT.
041400
041500***************************************************************
041600*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
041700*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
041800***************************************************************
041900 8900-REGISTRAR-FIM.
042000     SET RUNCTL-FUNC-FIM TO TRUE.
042100     MOVE 'PROGCB27' TO RUNCTL-JOB.
042200     CALL 'RUNCTL' USING RUNCTL-PARM.
042300 8900-REGISTRAR-FIM-EXIT.
042400     EXIT.
042500
042600***************************************************************
042700*    LEITURA DO MES DE REFERENCIA VIA SYSIN (AAAAMM; EM BRANCO  *
042800*    USA O MES ANTERIOR AO DA DATA DE NEGOCIO; INVALIDO COM RC  *
042900*    8), CALCULO DO PRIMEIRO E DO ULTIMO DIA DO MES E DA        *
043000*    VESPERA DO DIA 1, ABERTURA DOS ARQUIVOS DE SAIDA E         *
043100*    IMPRESSAO DO CABECALHO.                                    *
043200***************************************************************
043300 1000-INICIALIZAR.
043400     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
043500     ACCEPT WS-HORA-SISTEMA FROM TIME.
043533     SET DATNEG-FUNC-CORRENTE TO TRUE.
043566     CALL 'DATNEG' USING DATNEG-PARM.
043600     ACCEPT WRK-MES-ALFA.
043700     IF WRK-MES-ALFA = SPACES
043800         MOVE DATNEG-AAAA TO WRK-REF-AAAA
043900         IF DATNEG-MM = 1
044000             SUBTRACT 1 FROM WRK-REF-AAAA
044100             MOVE 12 TO WRK-REF-MM
044200         ELSE
044300             COMPUTE WRK-REF-MM = DATNEG-MM - 1
044400         END-IF
044500     ELSE
044600         IF WRK-MES-ALFA IS NUMERIC
044700             MOVE WRK-MES-ALFA TO WRK-MES-REFERENCIA
044800         END-IF
044900     END-IF.
045000     IF WRK-REF-MM < 1 OR WRK-REF-MM > 12
045100         OR WRK-REF-AAAA < 1900
045200         DISPLAY 'ERRO: MES DE REFERENCIA INVALIDO NO SYSIN - '
045300             WRK-MES-ALFA
045400         SET MES-INVALIDO TO TRUE
045500         GO TO 1000-INICIALIZAR-EXIT
045600     END-IF.
045700     MOVE WRK-REF-AAAA TO WRK-INI-AAAA.
045800     MOVE WRK-REF-MM   TO WRK-INI-MM.
045900     MOVE 1            TO WRK-INI-DD.
046000     IF WRK-REF-MM = 12
046100         COMPUTE WRK-PRX-AAAA = WRK-REF-AAAA + 1
046200         MOVE 1 TO WRK-PRX-MM
046300     ELSE
046400         MOVE WRK-REF-AAAA TO WRK-PRX-AAAA
046500         COMPUTE WRK-PRX-MM = WRK-REF-MM + 1
046600     END-IF.
046700     MOVE 1 TO WRK-PRX-DD.
046800     SET DATCALC-FUNC-SOMAR TO TRUE.
046900     MOVE WRK-DATA-PROX-N TO DATCALC-DATA.
047000     MOVE -1              TO DATCALC-DIAS.
047100     CALL 'DATCALC' USING DATCALC-PARM.
047200     MOVE DATCALC-DATA-FINAL TO WRK-DATA-FIM-N.
047300     MOVE WRK-FIM-DD         TO WRK-DIAS-NO-MES.
047400     SET DATCALC-FUNC-SOMAR TO TRUE.
047500     MOVE WRK-DATA-INICIO-N TO DATCALC-DATA.
047600     MOVE -1                TO DATCALC-DIAS.
047700     CALL 'DATCALC' USING DATCALC-PARM.
047800     MOVE DATCALC-DATA-FINAL TO WRK-DATA-VESPERA.
047900     MOVE ZEROS TO WRK-TAB-DIAS.
048000     MOVE ZEROS TO WRK-TAB-FAIXAS.
048100     OPEN OUTPUT RELATORIO.
048200     OPEN OUTPUT EXTRATO-PERMANENCIA.
048300     MOVE SPACES              TO PERMES-REC.
048400     SET PRM-HEADER           TO TRUE.
048500     MOVE WRK-MES-REFERENCIA-N TO PRMH-MES-REFERENCIA.
048600     MOVE WS-DATA-SISTEMA     TO PRMH-DT-GERACAO.
048700     MOVE WS-HORA-SISTEMA (1:6) TO PRMH-HORA-GERACAO.
048800     WRITE PERMES-REC.
048900     PERFORM 8200-VERIFICAR-CADPRM
049000         THRU 8200-VERIFICAR-CADPRM-EXIT.
049100     MOVE WRK-REF-MM   TO CAB-REF-MM.
049200     MOVE WRK-REF-AAAA TO CAB-REF-AAAA.
049300     MOVE DATNEG-DD   TO CAB-DATA-DD.
049400     MOVE DATNEG-MM   TO CAB-DATA-MM.
049500     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
049600     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
049700     PERFORM 8100-VERIFICAR-RELOUT
049800         THRU 8100-VERIFICAR-RELOUT-EXIT.
049900     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
050000     PERFORM 8100-VERIFICAR-RELOUT
050100         THRU 8100-VERIFICAR-RELOUT-EXIT.
050200     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
050300     PERFORM 8100-VERIFICAR-RELOUT
050400         THRU 8100-VERIFICAR-RELOUT-EXIT.
050500     WRITE REL-LINHA FROM WS-LINHA-TIT-PESSOAS.
050600     PERFORM 8100-VERIFICAR-RELOUT
050700         THRU 8100-VERIFICAR-RELOUT-EXIT.
050800     WRITE REL-LINHA FROM WS-LINHA-COL-PESSOAS.
050900     PERFORM 8100-VERIFICAR-RELOUT
051000         THRU 8100-VERIFICAR-RELOUT-EXIT.
051100 1000-INICIALIZAR-EXIT.
051200     EXIT.
051300
051400***************************************************************
051500*    PROCEDIMENTO DE ENTRADA DA PRIMEIRA ORDENACAO: LE O        *
051600*    MOVIMENTO DA PORTARIA E LIBERA OS MOVIMENTOS ADMITIDOS     *
051700*    ENTRE A VESPERA DO DIA 1 E O ULTIMO DIA DO MES.            *
051800***************************************************************
051900 2000-SELECIONAR-MOVIMENTOS.
052000     OPEN INPUT MOVIMENTO.
052100     IF CADMOV-NAO-EXISTE
052200         DISPLAY 'ARQUIVO DE MOVIMENTO DA PORTARIA AUSENTE'
052300         GO TO 2000-SELECIONAR-MOVIMENTOS-EXIT
052400     END-IF.
052500     PERFORM 2100-LER-MOVIMENTO THRU 2100-LER-MOVIMENTO-EXIT.
052600     PERFORM 2200-LIBERAR-MOVIMENTO
052700         THRU 2200-LIBERAR-MOVIMENTO-EXIT
052800         UNTIL FIM-CADMOV.
052900     CLOSE MOVIMENTO.
053000 2000-SELECIONAR-MOVIMENTOS-EXIT.
053100     EXIT.
053200
053300 2100-LER-MOVIMENTO.
053400     READ MOVIMENTO
053500         AT END
053600             SET FIM-CADMOV TO TRUE
053700     END-READ.
053800 2100-LER-MOVIMENTO-EXIT.
053900     EXIT.
054000
054100 2200-LIBERAR-MOVIMENTO.
054200     ADD 1 TO WRK-QTDE-LIDOS.
054300     IF MOV-ADMITIDO
054400         AND MOV-DATA NOT < WRK-DATA-VESPERA
054500         AND MOV-DATA NOT > WRK-DATA-FIM-N
054600         MOVE MOV-CPF  TO SRT-CPF
054700         MOVE MOV-DATA TO SRT-DATA
054800         MOVE MOV-HORA TO SRT-HORA
054900         MOVE MOV-TIPO TO SRT-TIPO
055000         MOVE MOV-NOME TO SRT-NOME
055100         RELEASE SRT-MOV-REG
055200         ADD 1 TO WRK-QTDE-SELECIONADOS
055300     END-IF.
055400     PERFORM 2100-LER-MOVIMENTO THRU 2100-LER-MOVIMENTO-EXIT.
055500 2200-LIBERAR-MOVIMENTO-EXIT.
055600     EXIT.
055700
055800***************************************************************
055900*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO: PERCORRE OS   *
056000*    MOVIMENTOS DE CADA CPF EM ORDEM CRONOLOGICA, PAREIA        *
056100*    ENTRADAS E SAIDAS, IMPRIME A LINHA DA PESSOA E GRAVA O     *
056200*    EXTRATO. PENDENCIAS E EVENTOS DE OCUPACAO VAO PARA O       *
056300*    ARQUIVO DE TRABALHO DA SEGUNDA ORDENACAO. SEM O ARQUIVO    *
056350*    DE TRABALHO NADA E APURADO E A SEGUNDA ORDENACAO NAO RODA. *
056400***************************************************************
056500 3000-PAREAR-VISITAS.
056600     OPEN OUTPUT OCUPACAO-TRABALHO.
056614     IF NOT CADOCW-OK
056628         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE TRABALHO - '
056642             'STATUS ' WS-CADOCW-STATUS
056656         SET ERRO-TRABALHO TO TRUE
056670         GO TO 3000-PAREAR-VISITAS-EXIT
056684     END-IF.
056700     MOVE 'N' TO SW-FIM-ORDENACAO.
056800     PERFORM 3100-RETORNAR-MOVIMENTO
056900         THRU 3100-RETORNAR-MOVIMENTO-EXIT.
057000     PERFORM 3200-TRATAR-MOVIMENTO
057100         THRU 3200-TRATAR-MOVIMENTO-EXIT
057200         UNTIL FIM-ORDENACAO.
057300     IF TEM-PESSOA
057400         PERFORM 3500-FECHAR-PESSOA THRU 3500-FECHAR-PESSOA-EXIT
057500     END-IF.
057600     MOVE SPACES             TO PERMES-REC.
057700     SET PRM-TRAILER         TO TRUE.
057800     MOVE WRK-QTDE-PESSOAS   TO PRMT-QTDE-PESSOAS.
057900     MOVE WRK-TOTAL-MINUTOS  TO PRMT-TOTAL-MINUTOS.
058000     MOVE WRK-HASH-CPF       TO PRMT-HASH-CPF.
058100     WRITE PERMES-REC.
058200     PERFORM 8200-VERIFICAR-CADPRM
058300         THRU 8200-VERIFICAR-CADPRM-EXIT.
058400     CLOSE OCUPACAO-TRABALHO.
058500 3000-PAREAR-VISITAS-EXIT.
058600     EXIT.
058700
058800 3100-RETORNAR-MOVIMENTO.
058900     RETURN ORDENACAO-MOVIMENTO
059000         AT END
059100             SET FIM-ORDENACAO TO TRUE
059200     END-RETURN.
059300 3100-RETORNAR-MOVIMENTO-EXIT.
059400     EXIT.
059500
059600***************************************************************
059700*    TRATA UM MOVIMENTO ORDENADO. NA QUEBRA DE CPF FECHA A      *
059800*    PESSOA ANTERIOR. ENTRADA COM OUTRA ENTRADA AINDA ABERTA    *
059900*    DEIXA A ANTERIOR COMO ENTRADA SEM SAIDA; SAIDA SEM ENTRADA *
060000*    ABERTA E PENDENCIA. PENDENCIAS DA VESPERA DO DIA 1 SAO DO  *
060100*    MES ANTERIOR E NAO ENTRAM.                                 *
060200***************************************************************
060300 3200-TRATAR-MOVIMENTO.
060400     IF NOT TEM-PESSOA OR SRT-CPF NOT = WRK-CPF-ATUAL
060500         IF TEM-PESSOA
060600             PERFORM 3500-FECHAR-PESSOA
060700                 THRU 3500-FECHAR-PESSOA-EXIT
060800         END-IF
060900         PERFORM 3400-INICIAR-PESSOA
061000             THRU 3400-INICIAR-PESSOA-EXIT
061100     END-IF.
061200     MOVE SRT-NOME TO WRK-NOME-ATUAL.
061300     IF SRT-ENTRADA
061400         IF ENTRADA-ABERTA
061500             AND WRK-ENT-DATA NOT < WRK-DATA-INICIO-N
061600             MOVE WRK-ENT-DATA TO WRK-PEND-DATA
061700             MOVE WRK-ENT-HORA TO WRK-PEND-HORA
061800             MOVE 'ENTRADA SEM SAIDA' TO WRK-PEND-OCORRENCIA
061900             ADD 1 TO WRK-QTDE-ENT-SEM-SAIDA
062000             PERFORM 3600-GRAVAR-PENDENCIA
062100                 THRU 3600-GRAVAR-PENDENCIA-EXIT
062200         END-IF
062300         SET ENTRADA-ABERTA TO TRUE
062400         MOVE SRT-DATA TO WRK-ENT-DATA
062500         MOVE SRT-HORA TO WRK-ENT-HORA
062600     ELSE
062700         IF ENTRADA-ABERTA
062800             PERFORM 3300-FECHAR-VISITA
062900                 THRU 3300-FECHAR-VISITA-EXIT
063000             MOVE 'N' TO SW-ENTRADA-ABERTA
063100         ELSE
063200             IF SRT-DATA NOT < WRK-DATA-INICIO-N
063300                 MOVE SRT-DATA TO WRK-PEND-DATA
063400                 MOVE SRT-HORA TO WRK-PEND-HORA
063500                 MOVE 'SAIDA SEM ENTRADA' TO WRK-PEND-OCORRENCIA
063600                 ADD 1 TO WRK-QTDE-SAIDA-SEM-ENT
063700                 PERFORM 3600-GRAVAR-PENDENCIA
063800                     THRU 3600-GRAVAR-PENDENCIA-EXIT
063900             END-IF
064000         END-IF
064100     END-IF.
064200     PERFORM 3100-RETORNAR-MOVIMENTO
064300         THRU 3100-RETORNAR-MOVIMENTO-EXIT.
064400 3200-TRATAR-MOVIMENTO-EXIT.
064500     EXIT.
064600
064700***************************************************************
064800*    FECHA A VISITA DA ENTRADA ABERTA COM A SAIDA CORRENTE. A   *
064900*    VISITA SO CONTA SE A SAIDA FOR DO MES. PERMANENCIA ACIMA   *
065000*    DE 24 HORAS (SAIDA NAO REGISTRADA EM ALGUM MOMENTO) VIRA   *
065100*    PENDENCIA E NAO ENTRA NAS HORAS NEM NA OCUPACAO.           *
065200***************************************************************
065300 3300-FECHAR-VISITA.
065400     IF SRT-DATA < WRK-DATA-INICIO-N
065500         GO TO 3300-FECHAR-VISITA-EXIT
065600     END-IF.
065700     SET DATCALC-FUNC-DIFERENCA TO TRUE.
065800     MOVE WRK-ENT-DATA TO DATCALC-DATA.
065900     MOVE SRT-DATA     TO DATCALC-DATA-FINAL.
066000     CALL 'DATCALC' USING DATCALC-PARM.
066100     MOVE WRK-ENT-HORA TO WRK-HORA-EDICAO.
066200     COMPUTE WRK-SEG-ENTRADA = WRK-EDICAO-HH * 3600
066300         + WRK-EDICAO-MI * 60 + WRK-EDICAO-SS.
066400     MOVE SRT-HORA     TO WRK-HORA-EDICAO.
066500     COMPUTE WRK-SEG-SAIDA = WRK-EDICAO-HH * 3600
066600         + WRK-EDICAO-MI * 60 + WRK-EDICAO-SS.
066700     COMPUTE WRK-SEGUNDOS-VISITA = DATCALC-DIAS * 86400
066800         + WRK-SEG-SAIDA - WRK-SEG-ENTRADA.
066900     IF WRK-SEGUNDOS-VISITA > 86400
067000         MOVE WRK-ENT-DATA TO WRK-PEND-DATA
067100         MOVE WRK-ENT-HORA TO WRK-PEND-HORA
067200         MOVE 'PERMANENCIA ACIMA 24H' TO WRK-PEND-OCORRENCIA
067300         ADD 1 TO WRK-QTDE-ACIMA-24H
067400         PERFORM 3600-GRAVAR-PENDENCIA
067500             THRU 3600-GRAVAR-PENDENCIA-EXIT
067600         GO TO 3300-FECHAR-VISITA-EXIT
067700     END-IF.
067800     ADD 1 TO WRK-PES-VISITAS.
067900     ADD WRK-SEGUNDOS-VISITA TO WRK-PES-SEGUNDOS.
068000     IF SRT-DATA NOT = WRK-PES-ULT-DIA
068100         ADD 1 TO WRK-PES-DIAS
068200         MOVE SRT-DATA TO WRK-PES-ULT-DIA
068300     END-IF.
068400     MOVE SPACES         TO WRK-OCP-REG.
068500     MOVE '2'            TO WRK-OCP-TIPO-REG.
068600     MOVE WRK-ENT-DATA   TO WRK-OCP-DATA.
068700     MOVE WRK-ENT-HORA   TO WRK-OCP-HORA.
068800     MOVE '2'            TO WRK-OCP-SENTIDO.
068900     MOVE WRK-CPF-ATUAL  TO WRK-OCP-CPF.
069000     PERFORM 3700-GRAVAR-TRABALHO THRU 3700-GRAVAR-TRABALHO-EXIT.
069100     MOVE SRT-DATA       TO WRK-OCP-DATA.
069200     MOVE SRT-HORA       TO WRK-OCP-HORA.
069300     MOVE '1'            TO WRK-OCP-SENTIDO.
069400     PERFORM 3700-GRAVAR-TRABALHO THRU 3700-GRAVAR-TRABALHO-EXIT.
069500 3300-FECHAR-VISITA-EXIT.
069600     EXIT.
069700
069800 3400-INICIAR-PESSOA.
069900     SET TEM-PESSOA TO TRUE.
070000     MOVE SRT-CPF  TO WRK-CPF-ATUAL.
070100     MOVE 'N'      TO SW-ENTRADA-ABERTA.
070200     MOVE ZERO     TO WRK-PES-VISITAS.
070300     MOVE ZERO     TO WRK-PES-DIAS.
070400     MOVE ZERO     TO WRK-PES-SEGUNDOS.
070500     MOVE ZERO     TO WRK-PES-PENDENCIAS.
070600     MOVE ZEROS    TO WRK-PES-ULT-DIA.
070700 3400-INICIAR-PESSOA-EXIT.
070800     EXIT.
070900
071000***************************************************************
071100*    FECHA A PESSOA NA QUEBRA DE CPF: ENTRADA DO MES AINDA      *
071200*    ABERTA E PENDENCIA DE FIM DE MES. QUEM TEVE VISITA OU      *
071300*    PENDENCIA NO MES SAI NO RELATORIO E NO EXTRATO.            *
071400***************************************************************
071500 3500-FECHAR-PESSOA.
071600     IF ENTRADA-ABERTA
071700         AND WRK-ENT-DATA NOT < WRK-DATA-INICIO-N
071800         MOVE WRK-ENT-DATA TO WRK-PEND-DATA
071900         MOVE WRK-ENT-HORA TO WRK-PEND-HORA
072000         MOVE 'EM ABERTO NO FIM DO MES' TO WRK-PEND-OCORRENCIA
072100         ADD 1 TO WRK-QTDE-EM-ABERTO
072200         PERFORM 3600-GRAVAR-PENDENCIA
072300             THRU 3600-GRAVAR-PENDENCIA-EXIT
072400     END-IF.
072500     IF WRK-PES-VISITAS = ZERO AND WRK-PES-PENDENCIAS = ZERO
072600         GO TO 3500-FECHAR-PESSOA-EXIT
072700     END-IF.
072800     ADD 1 TO WRK-QTDE-PESSOAS.
072900     ADD WRK-PES-VISITAS  TO WRK-QTDE-VISITAS.
073000     ADD WRK-PES-SEGUNDOS TO WRK-TOTAL-SEGUNDOS.
073100     DIVIDE WRK-PES-SEGUNDOS BY 60 GIVING WRK-MINUTOS.
073200     ADD WRK-MINUTOS TO WRK-TOTAL-MINUTOS.
073300     DIVIDE WRK-MINUTOS BY 60 GIVING WRK-HORAS
073400         REMAINDER WRK-RESTO-MINUTOS.
073500     MOVE WRK-CPF-ATUAL      TO PES-CPF.
073600     MOVE WRK-NOME-ATUAL     TO PES-NOME.
073700     MOVE WRK-PES-VISITAS    TO PES-VISITAS.
073800     MOVE WRK-PES-DIAS       TO PES-DIAS.
073900     MOVE WRK-HORAS          TO PES-HORAS.
074000     MOVE WRK-RESTO-MINUTOS  TO PES-MINUTOS.
074100     MOVE WRK-PES-PENDENCIAS TO PES-PENDENCIAS.
074200     WRITE REL-LINHA FROM WS-LINHA-PESSOA.
074300     PERFORM 8100-VERIFICAR-RELOUT
074400         THRU 8100-VERIFICAR-RELOUT-EXIT.
074500     MOVE SPACES               TO PERMES-REC.
074600     SET PRM-DETALHE           TO TRUE.
074700     MOVE WRK-MES-REFERENCIA-N TO PRMD-MES-REFERENCIA.
074800     MOVE WRK-CPF-ATUAL        TO PRMD-CPF.
074900     MOVE WRK-NOME-ATUAL       TO PRMD-NOME.
075000     MOVE WRK-PES-VISITAS      TO PRMD-QTDE-VISITAS.
075100     MOVE WRK-PES-DIAS         TO PRMD-QTDE-DIAS.
075200     MOVE WRK-MINUTOS          TO PRMD-MINUTOS.
075300     COMPUTE PRMD-HORAS ROUNDED = WRK-PES-SEGUNDOS / 3600.
075400     MOVE WRK-PES-PENDENCIAS   TO PRMD-PENDENCIAS.
075500     WRITE PERMES-REC.
075600     PERFORM 8200-VERIFICAR-CADPRM
075700         THRU 8200-VERIFICAR-CADPRM-EXIT.
075800     ADD WRK-CPF-ATUAL TO WRK-HASH-CPF.
075900     IF WRK-HASH-CPF > 999999999999999
076000         SUBTRACT 1000000000000000 FROM WRK-HASH-CPF
076100     END-IF.
076200 3500-FECHAR-PESSOA-EXIT.
076300     EXIT.
076400
076500***************************************************************
076600*    GRAVA NO ARQUIVO DE TRABALHO A PENDENCIA DESCRITA EM       *
076700*    WRK-PEND-DATA, WRK-PEND-HORA E WRK-PEND-OCORRENCIA PARA O  *
076800*    CPF CORRENTE.                                              *
076900***************************************************************
077000 3600-GRAVAR-PENDENCIA.
077100     ADD 1 TO WRK-PES-PENDENCIAS.
077200     ADD 1 TO WRK-QTDE-PENDENCIAS.
077300     MOVE SPACES              TO WRK-OCP-REG.
077400     MOVE '1'                 TO WRK-OCP-TIPO-REG.
077500     MOVE WRK-PEND-DATA       TO WRK-OCP-DATA.
077600     MOVE WRK-PEND-HORA       TO WRK-OCP-HORA.
077700     MOVE '0'                 TO WRK-OCP-SENTIDO.
077800     MOVE WRK-CPF-ATUAL       TO WRK-OCP-CPF.
077900     MOVE WRK-NOME-ATUAL      TO WRK-OCP-NOME.
078000     MOVE WRK-PEND-OCORRENCIA TO WRK-OCP-OCORRENCIA.
078100     PERFORM 3700-GRAVAR-TRABALHO THRU 3700-GRAVAR-TRABALHO-EXIT.
078200 3600-GRAVAR-PENDENCIA-EXIT.
078300     EXIT.
078400
078500 3700-GRAVAR-TRABALHO.
078525     IF ERRO-TRABALHO
078550         GO TO 3700-GRAVAR-TRABALHO-EXIT
078575     END-IF.
078600     WRITE CADOCW-REG FROM WRK-OCP-REG.
078700     IF NOT CADOCW-OK
078800         DISPLAY 'ERRO: FALHA AO GRAVAR ARQUIVO DE TRABALHO - '
078900             'STATUS ' WS-CADOCW-STATUS
079000         SET ERRO-TRABALHO TO TRUE
079100     END-IF.
079200 3700-GRAVAR-TRABALHO-EXIT.
079300     EXIT.
079400
079500***************************************************************
079600*    PROCEDIMENTO DE SAIDA DA SEGUNDA ORDENACAO: IMPRIME AS     *
079700*    PENDENCIAS EM ORDEM CRONOLOGICA E, EM SEGUIDA, PERCORRE OS *
079800*    EVENTOS DE ENTRADA E SAIDA DAS VISITAS FECHADAS, APURANDO  *
079900*    A OCUPACAO MAXIMA DE CADA HORA DO MES.                     *
080000***************************************************************
080100 4000-APURAR-OCUPACAO.
080200     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
080300     PERFORM 8100-VERIFICAR-RELOUT
080400         THRU 8100-VERIFICAR-RELOUT-EXIT.
080500     WRITE REL-LINHA FROM WS-LINHA-TIT-PENDENCIAS.
080600     PERFORM 8100-VERIFICAR-RELOUT
080700         THRU 8100-VERIFICAR-RELOUT-EXIT.
080800     WRITE REL-LINHA FROM WS-LINHA-COL-PENDENCIAS.
080900     PERFORM 8100-VERIFICAR-RELOUT
081000         THRU 8100-VERIFICAR-RELOUT-EXIT.
081100     IF WRK-QTDE-PENDENCIAS = ZERO
081200         WRITE REL-LINHA FROM WS-LINHA-SEM-PENDENCIA
081300         PERFORM 8100-VERIFICAR-RELOUT
081400             THRU 8100-VERIFICAR-RELOUT-EXIT
081500     END-IF.
081600     MOVE ZERO TO WRK-OCUPACAO.
081700     MOVE ZERO TO WRK-SLOT-ATUAL.
081800     MOVE 'N'  TO SW-FIM-ORDENACAO.
081900     PERFORM 4100-RETORNAR-OCUPACAO
082000         THRU 4100-RETORNAR-OCUPACAO-EXIT.
082100     PERFORM 4200-TRATAR-OCUPACAO
082200         THRU 4200-TRATAR-OCUPACAO-EXIT
082300         UNTIL FIM-ORDENACAO.
082400 4000-APURAR-OCUPACAO-EXIT.
082500     EXIT.
082600
082700 4100-RETORNAR-OCUPACAO.
082800     RETURN ORDENACAO-OCUPACAO
082900         AT END
083000             SET FIM-ORDENACAO TO TRUE
083100     END-RETURN.
083200 4100-RETORNAR-OCUPACAO-EXIT.
083300     EXIT.
083400
083500 4200-TRATAR-OCUPACAO.
083600     IF SOC-PENDENCIA
083700         PERFORM 4300-IMPRIMIR-PENDENCIA
083800             THRU 4300-IMPRIMIR-PENDENCIA-EXIT
083900     ELSE
084000         PERFORM 4400-APLICAR-EVENTO
084100             THRU 4400-APLICAR-EVENTO-EXIT
084200     END-IF.
084300     PERFORM 4100-RETORNAR-OCUPACAO
084400         THRU 4100-RETORNAR-OCUPACAO-EXIT.
084500 4200-TRATAR-OCUPACAO-EXIT.
084600     EXIT.
084700
084800 4300-IMPRIMIR-PENDENCIA.
084900     MOVE SOC-DATA        TO WRK-DATA-EDICAO.
085000     MOVE SOC-HORA        TO WRK-HORA-EDICAO.
085100     MOVE WRK-EDICAO-DD   TO PND-DATA-DD.
085200     MOVE WRK-EDICAO-MM   TO PND-DATA-MM.
085300     MOVE WRK-EDICAO-AAAA TO PND-DATA-AAAA.
085400     MOVE WRK-EDICAO-HH   TO PND-HORA-HH.
085500     MOVE WRK-EDICAO-MI   TO PND-HORA-MI.
085600     MOVE WRK-EDICAO-SS   TO PND-HORA-SS.
085700     MOVE SOC-CPF         TO PND-CPF.
085800     MOVE SOC-NOME        TO PND-NOME.
085900     MOVE SOC-OCORRENCIA  TO PND-OCORRENCIA.
086000     WRITE REL-LINHA FROM WS-LINHA-PENDENCIA.
086100     PERFORM 8100-VERIFICAR-RELOUT
086200         THRU 8100-VERIFICAR-RELOUT-EXIT.
086300 4300-IMPRIMIR-PENDENCIA-EXIT.
086400     EXIT.
086500
086600***************************************************************
086700*    APLICA UM EVENTO DE OCUPACAO. A HORA DO MES (1 A 744) DO   *
086800*    EVENTO E (DIA - 1) * 24 + HORA + 1; AS HORAS DESDE O       *
086900*    ULTIMO EVENTO RECEBEM A OCUPACAO CORRENTE E A ENTRADA      *
087000*    REGISTRA A NOVA OCUPACAO NA SUA HORA. EVENTOS DA VESPERA   *
087100*    DO DIA 1 SO ACERTAM A OCUPACAO INICIAL.                    *
087200***************************************************************
087300 4400-APLICAR-EVENTO.
087400     IF SOC-DATA < WRK-DATA-INICIO-N
087500         IF SOC-ENTRADA
087600             ADD 1 TO WRK-OCUPACAO
087700         ELSE
087800             SUBTRACT 1 FROM WRK-OCUPACAO
087900         END-IF
088000         GO TO 4400-APLICAR-EVENTO-EXIT
088100     END-IF.
088200     MOVE SOC-DATA TO WRK-DATA-EDICAO.
088300     MOVE SOC-HORA TO WRK-HORA-EDICAO.
088400     COMPUTE WRK-SLOT-EVENTO = (WRK-EDICAO-DD - 1) * 24
088500         + WRK-EDICAO-HH + 1.
088600     COMPUTE WRK-SLOT-INICIAL = WRK-SLOT-ATUAL + 1.
088700     MOVE WRK-SLOT-EVENTO TO WRK-SLOT-FINAL.
088800     PERFORM 4500-REGISTRAR-HORA THRU 4500-REGISTRAR-HORA-EXIT
088900         VARYING WRK-SLOT FROM WRK-SLOT-INICIAL BY 1
089000         UNTIL WRK-SLOT > WRK-SLOT-FINAL.
089100     MOVE WRK-SLOT-EVENTO TO WRK-SLOT-ATUAL.
089200     IF SOC-ENTRADA
089300         ADD 1 TO WRK-OCUPACAO
089400         MOVE WRK-SLOT-EVENTO TO WRK-SLOT
089500         PERFORM 4500-REGISTRAR-HORA
089600             THRU 4500-REGISTRAR-HORA-EXIT
089700     ELSE
089800         SUBTRACT 1 FROM WRK-OCUPACAO
089900     END-IF.
090000 4400-APLICAR-EVENTO-EXIT.
090100     EXIT.
090200
090300***************************************************************
090400*    REGISTRA A OCUPACAO CORRENTE NA HORA DO MES WRK-SLOT,      *
090500*    ATUALIZANDO OS PICOS DO DIA, DA FAIXA HORARIA E DO MES.    *
090600***************************************************************
090700 4500-REGISTRAR-HORA.
090800     IF WRK-OCUPACAO NOT > ZERO
090900         GO TO 4500-REGISTRAR-HORA-EXIT
091000     END-IF.
091100     COMPUTE WRK-SLOT-BASE = WRK-SLOT - 1.
091200     DIVIDE WRK-SLOT-BASE BY 24 GIVING IX-DIA
091300         REMAINDER IX-FAIXA.
091400     ADD 1 TO IX-DIA.
091500     ADD 1 TO IX-FAIXA.
091600     IF WRK-OCUPACAO > WRK-DIA-PICO (IX-DIA)
091700         MOVE WRK-OCUPACAO TO WRK-DIA-PICO (IX-DIA)
091800         COMPUTE WRK-DIA-HORA-PICO (IX-DIA) = IX-FAIXA - 1
091900     END-IF.
092000     IF WRK-OCUPACAO > WRK-FAIXA-PICO (IX-FAIXA)
092100         MOVE WRK-OCUPACAO TO WRK-FAIXA-PICO (IX-FAIXA)
092200         MOVE IX-DIA       TO WRK-FAIXA-DIA-PICO (IX-FAIXA)
092300     END-IF.
092400     IF WRK-OCUPACAO > WRK-PICO-MES
092500         MOVE WRK-OCUPACAO TO WRK-PICO-MES
092600         MOVE IX-DIA       TO WRK-PICO-MES-DIA
092700         COMPUTE WRK-PICO-MES-HORA = IX-FAIXA - 1
092800     END-IF.
092900 4500-REGISTRAR-HORA-EXIT.
093000     EXIT.
093100
093200***************************************************************
093300*    IMPRIME A OCUPACAO MAXIMA DE CADA DIA DO MES E DE CADA     *
093400*    FAIXA HORARIA.                                             *
093500***************************************************************
093600 5000-IMPRIMIR-OCUPACAO.
093700     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
093800     PERFORM 8100-VERIFICAR-RELOUT
093900         THRU 8100-VERIFICAR-RELOUT-EXIT.
094000     WRITE REL-LINHA FROM WS-LINHA-TIT-DIAS.
094100     PERFORM 8100-VERIFICAR-RELOUT
094200         THRU 8100-VERIFICAR-RELOUT-EXIT.
094300     WRITE REL-LINHA FROM WS-LINHA-COL-DIAS.
094400     PERFORM 8100-VERIFICAR-RELOUT
094500         THRU 8100-VERIFICAR-RELOUT-EXIT.
094600     PERFORM 5100-IMPRIMIR-DIA THRU 5100-IMPRIMIR-DIA-EXIT
094700         VARYING IX-DIA FROM 1 BY 1
094800         UNTIL IX-DIA > WRK-DIAS-NO-MES.
094900     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
095000     PERFORM 8100-VERIFICAR-RELOUT
095100         THRU 8100-VERIFICAR-RELOUT-EXIT.
095200     WRITE REL-LINHA FROM WS-LINHA-TIT-FAIXAS.
095300     PERFORM 8100-VERIFICAR-RELOUT
095400         THRU 8100-VERIFICAR-RELOUT-EXIT.
095500     WRITE REL-LINHA FROM WS-LINHA-COL-FAIXAS.
095600     PERFORM 8100-VERIFICAR-RELOUT
095700         THRU 8100-VERIFICAR-RELOUT-EXIT.
095800     PERFORM 5200-IMPRIMIR-FAIXA THRU 5200-IMPRIMIR-FAIXA-EXIT
095900         VARYING IX-FAIXA FROM 1 BY 1
096000         UNTIL IX-FAIXA > 24.
096100 5000-IMPRIMIR-OCUPACAO-EXIT.
096200     EXIT.
096300
096400 5100-IMPRIMIR-DIA.
096500     MOVE IX-DIA                 TO DIA-DATA-DD.
096600     MOVE WRK-REF-MM             TO DIA-DATA-MM.
096700     MOVE WRK-REF-AAAA           TO DIA-DATA-AAAA.
096800     MOVE WRK-DIA-PICO (IX-DIA)  TO DIA-PICO.
096900     IF WRK-DIA-PICO (IX-DIA) = ZERO
097000         MOVE SPACES TO DIA-FAIXA
097100     ELSE
097200         MOVE WRK-DIA-HORA-PICO (IX-DIA) TO WRK-FXE-HH-INI
097300         MOVE WRK-DIA-HORA-PICO (IX-DIA) TO WRK-FXE-HH-FIM
097400         MOVE WRK-FAIXA-EDICAO TO DIA-FAIXA
097500     END-IF.
097600     WRITE REL-LINHA FROM WS-LINHA-DIA.
097700     PERFORM 8100-VERIFICAR-RELOUT
097800         THRU 8100-VERIFICAR-RELOUT-EXIT.
097900 5100-IMPRIMIR-DIA-EXIT.
098000     EXIT.
098100
098200 5200-IMPRIMIR-FAIXA.
098300     COMPUTE WRK-FXE-HH-INI = IX-FAIXA - 1.
098400     COMPUTE WRK-FXE-HH-FIM = IX-FAIXA - 1.
098500     MOVE WRK-FAIXA-EDICAO          TO FXA-FAIXA.
098600     MOVE WRK-FAIXA-PICO (IX-FAIXA) TO FXA-PICO.
098700     IF WRK-FAIXA-PICO (IX-FAIXA) = ZERO
098800         MOVE SPACES TO FXA-DIA
098900     ELSE
099000         MOVE WRK-FAIXA-DIA-PICO (IX-FAIXA) TO WRK-DIE-DD
099100         MOVE WRK-REF-MM   TO WRK-DIE-MM
099200         MOVE WRK-REF-AAAA TO WRK-DIE-AAAA
099300         MOVE WRK-DIA-EDICAO TO FXA-DIA
099400     END-IF.
099500     WRITE REL-LINHA FROM WS-LINHA-FAIXA.
099600     PERFORM 8100-VERIFICAR-RELOUT
099700         THRU 8100-VERIFICAR-RELOUT-EXIT.
099800 5200-IMPRIMIR-FAIXA-EXIT.
099900     EXIT.
100000
100100***************************************************************
100200*    IMPRIME OS TOTAIS DO MES.                                  *
100300***************************************************************
100400 6000-IMPRIMIR-TOTAIS.
100500     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
100600     PERFORM 8100-VERIFICAR-RELOUT
100700         THRU 8100-VERIFICAR-RELOUT-EXIT.
100800     MOVE 'MOVIMENTOS LIDOS.....: ' TO TOT-TITULO.
100900     MOVE WRK-QTDE-LIDOS TO TOT-VALOR.
101000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
101100     PERFORM 8100-VERIFICAR-RELOUT
101200         THRU 8100-VERIFICAR-RELOUT-EXIT.
101300     MOVE 'MOVIMENTOS DO PERIODO: ' TO TOT-TITULO.
101400     MOVE WRK-QTDE-SELECIONADOS TO TOT-VALOR.
101500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
101600     PERFORM 8100-VERIFICAR-RELOUT
101700         THRU 8100-VERIFICAR-RELOUT-EXIT.
101800     MOVE 'PESSOAS NO MES.......: ' TO TOT-TITULO.
101900     MOVE WRK-QTDE-PESSOAS TO TOT-VALOR.
102000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
102100     PERFORM 8100-VERIFICAR-RELOUT
102200         THRU 8100-VERIFICAR-RELOUT-EXIT.
102300     MOVE 'VISITAS NO MES.......: ' TO TOT-TITULO.
102400     MOVE WRK-QTDE-VISITAS TO TOT-VALOR.
102500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
102600     PERFORM 8100-VERIFICAR-RELOUT
102700         THRU 8100-VERIFICAR-RELOUT-EXIT.
102800     DIVIDE WRK-TOTAL-MINUTOS BY 60 GIVING WRK-HORAS
102900         REMAINDER WRK-RESTO-MINUTOS.
103000     MOVE WRK-HORAS         TO TOH-HORAS.
103100     MOVE WRK-RESTO-MINUTOS TO TOH-MINUTOS.
103200     WRITE REL-LINHA FROM WS-LINHA-TOTAL-HORAS.
103300     PERFORM 8100-VERIFICAR-RELOUT
103400         THRU 8100-VERIFICAR-RELOUT-EXIT.
103500     MOVE 'OCUPACAO MAXIMA NO MES: ' TO TOT-TITULO.
103600     MOVE WRK-PICO-MES TO TOT-VALOR.
103700     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
103800     PERFORM 8100-VERIFICAR-RELOUT
103900         THRU 8100-VERIFICAR-RELOUT-EXIT.
104000     MOVE 'SAIDAS SEM ENTRADA...: ' TO TOT-TITULO.
104100     MOVE WRK-QTDE-SAIDA-SEM-ENT TO TOT-VALOR.
104200     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
104300     PERFORM 8100-VERIFICAR-RELOUT
104400         THRU 8100-VERIFICAR-RELOUT-EXIT.
104500     MOVE 'ENTRADAS SEM SAIDA...: ' TO TOT-TITULO.
104600     MOVE WRK-QTDE-ENT-SEM-SAIDA TO TOT-VALOR.
104700     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
104800     PERFORM 8100-VERIFICAR-RELOUT
104900         THRU 8100-VERIFICAR-RELOUT-EXIT.
105000     MOVE 'EM ABERTO NO FIM.....: ' TO TOT-TITULO.
105100     MOVE WRK-QTDE-EM-ABERTO TO TOT-VALOR.
105200     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
105300     PERFORM 8100-VERIFICAR-RELOUT
105400         THRU 8100-VERIFICAR-RELOUT-EXIT.
105500     MOVE 'PERMANENCIA ACIMA 24H: ' TO TOT-TITULO.
105600     MOVE WRK-QTDE-ACIMA-24H TO TOT-VALOR.
105700     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
105800     PERFORM 8100-VERIFICAR-RELOUT
105900         THRU 8100-VERIFICAR-RELOUT-EXIT.
106000     DISPLAY 'MES DE REFERENCIA    : ' WRK-MES-REFERENCIA-N.
106100     DISPLAY 'MOVIMENTOS LIDOS     : ' WRK-QTDE-LIDOS.
106200     DISPLAY 'PESSOAS NO MES       : ' WRK-QTDE-PESSOAS.
106300     DISPLAY 'VISITAS NO MES       : ' WRK-QTDE-VISITAS.
106400     DISPLAY 'PENDENCIAS           : ' WRK-QTDE-PENDENCIAS.
106500 6000-IMPRIMIR-TOTAIS-EXIT.
106600     EXIT.
106700
106800***************************************************************
106900*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO RELATORIO E AVISA  *
107000*    O OPERADOR EM CASO DE FALHA.                               *
107100***************************************************************
107200 8100-VERIFICAR-RELOUT.
107300     IF NOT RELOUT-OK
107400         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
107500             WS-RELOUT-STATUS
107600     END-IF.
107700 8100-VERIFICAR-RELOUT-EXIT.
107800     EXIT.
107900
108000***************************************************************
108100*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO EXTRATO. UM        *
108200*    EXTRATO INCOMPLETO ENCERRA COM RC 8.                       *
108300***************************************************************
108400 8200-VERIFICAR-CADPRM.
108500     IF NOT CADPRM-OK
108600         DISPLAY 'ERRO: FALHA AO GRAVAR EXTRATO - STATUS '
108700             WS-CADPRM-STATUS
108800         SET ERRO-EXTRATO TO TRUE
108900     END-IF.
109000 8200-VERIFICAR-CADPRM-EXIT.
109100     EXIT.
109200
109300***************************************************************
109400*    ENCERRAMENTO DOS ARQUIVOS                                  *
109500***************************************************************
109600 9000-FINALIZAR.
109700     CLOSE EXTRATO-PERMANENCIA.
109800     CLOSE RELATORIO.
109900 9000-FINALIZAR-EXIT.
110000     EXIT.
