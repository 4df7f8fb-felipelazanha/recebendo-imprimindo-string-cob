000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB29                                   *
000300*    DESCRICAO....: RELATORIO DE ATIVIDADE POR OPERADOR E DE    *
000400*                   SEGREGACAO DE FUNCOES, A PARTIR DA TRILHA   *
000500*                   DE AUDITORIA (DDNAME CADAUD, COPYBOOK       *
000600*                   AUDLOG). O PERIODO (DATA INICIAL E FINAL)   *
000700*                   VEM VIA SYSIN; EM BRANCO USA O MES          *
000800*                   ANTERIOR AO DA DATA DE NEGOCIO. OS          *
000850*                   REGISTROS DO PERIODO SAO ORDENADOS POR      *
000900*                   OPERADOR, CPF, DATA E HORA. PARA CADA       *
001000*                   OPERADOR IMPRIME AS                         *
001100*                   QUANTIDADES POR OPERACAO E POR RESULTADO, A *
001200*                   TAXA DE REJEICAO E A ATIVIDADE FORA DO      *
001300*                   EXPEDIENTE (SEGUNDA A SEXTA, 08:00 AS       *
001400*                   17:59) E EM FIM DE SEMANA. CONFERE O        *
001500*                   OPERADOR NO ARQUIVO DE OPERADORES (CADOPR,  *
001600*                   COPYBOOK OPERAT) E APONTA COMO EXCECAO:     *
001700*                   IDENTIFICACAO NAO CADASTRADA, OPERADOR      *
001800*                   INATIVO COM ATIVIDADE, OPERADOR DE NIVEL    *
001900*                   CONSULTA ('1') COM OPERACAO DE ATUALIZACAO  *
002000*                   E O MESMO OPERADOR INCLUINDO E DEPOIS       *
002100*                   ALTERANDO OU REATIVANDO O MESMO CPF DENTRO  *
002200*                   DO LIMITE DE HORAS DO SYSIN. OS JOBS BATCH  *
002300*                   (IDENTIFICACAO PROGCBNN) SAO LISTADOS MAS   *
002400*                   NAO CONFERIDOS. AS EXCECOES SAEM TAMBEM     *
002500*                   RELACIONADAS NO FIM DO RELATORIO (RC 4).    *
002600*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002700*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002800*    DATA-ESCRITA.: 2026-10-15                                  *
002900*-------------------------------------------------------------*
003000*    HISTORICO DE ALTERACOES                                    *
003100*    DATA       AUTOR   DESCRICAO                               *
003200*    2026-10-15 EMC     VERSAO ORIGINAL - ATIVIDADE POR         *
003300*                       OPERADOR E SEGREGACAO DE FUNCOES.       *
003333*    2026-10-15 EMC     PERIODO PADRAO E CABECALHO PELA DATA DE *
003366*                       NEGOCIO (ROTINA DATNEG).                *
003372*    2026-10-15 EMC     FALHA NA TRILHA DE AUDITORIA OU NO      *
003378*                       ARQUIVO DE TRABALHO SINALIZADA POR      *
003384*                       CHAVE E RC 8 DEFINIDO APOS A            *
003390*                       ORDENACAO, SEM VIRAR RC 4.              *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. PROGCOB29.
003700 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003800 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AUDITLOG ASSIGN TO "CADAUD"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CADAUD-STATUS.
004700
004800     SELECT OPERADORES ASSIGN TO "CADOPR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS OPER-ID
005200         FILE STATUS IS WS-CADOPR-STATUS.
005300
005400     SELECT EXCECAO-TRABALHO ASSIGN TO "CADEXW"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CADEXW-STATUS.
005700
005800     SELECT RELATORIO ASSIGN TO "RELOUT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RELOUT-STATUS.
006100
006200     SELECT ORDENACAO-AUDITORIA ASSIGN TO "SORTWK1".
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  AUDITLOG
006600     LABEL RECORDS ARE STANDARD.
006700     COPY AUDLOG.
006800
006900 FD  OPERADORES
007000     LABEL RECORDS ARE STANDARD.
007100     COPY OPERAT.
007200
007300 FD  EXCECAO-TRABALHO
007400     LABEL RECORDS ARE STANDARD.
007500 01  CADEXW-REG                  PIC X(80).
007600
007700 FD  RELATORIO
007800     LABEL RECORDS ARE OMITTED
007900     RECORDING MODE IS F.
008000 01  REL-LINHA                   PIC X(80).
008100
008200*    REGISTROS DO PERIODO, POR OPERADOR, CPF, DATA E HORA.
008300 SD  ORDENACAO-AUDITORIA.
008400 01  SRT-AUD-REG.
008500     05  SRT-OPERADOR            PIC X(08).
008600     05  SRT-CPF                 PIC 9(11).
008700     05  SRT-DATA                PIC 9(08).
008800     05  SRT-HORA                PIC 9(06).
008900     05  SRT-OPERACAO            PIC X(08).
009000     05  SRT-RESULTADO           PIC X(09).
009100         88  SRT-APROVADO            VALUE 'APROVADO '.
009200         88  SRT-REJEITADO           VALUE 'REJEITADO'.
009300     05  SRT-HORARIO             PIC X(01).
009400         88  SRT-NO-EXPEDIENTE       VALUE 'E'.
009500         88  SRT-FORA-EXPEDIENTE     VALUE 'H'.
009600         88  SRT-FIM-SEMANA          VALUE 'F'.
009700
009800 WORKING-STORAGE SECTION.
009900 77  WS-CADAUD-STATUS            PIC X(02)   VALUE '00'.
010000     88  CADAUD-OK                   VALUE '00'.
010100     88  CADAUD-NAO-EXISTE           VALUE '35'.
010200 77  WS-CADOPR-STATUS            PIC X(02)   VALUE '00'.
010300     88  CADOPR-OK                   VALUE '00'.
010400     88  CADOPR-NAO-EXISTE           VALUE '35'.
010500 77  WS-CADEXW-STATUS            PIC X(02)   VALUE '00'.
010600     88  CADEXW-OK                   VALUE '00'.
010700 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
010800     88  RELOUT-OK                   VALUE '00'.
010900 77  SW-FIM-CADAUD               PIC X(01)   VALUE 'N'.
011000     88  FIM-CADAUD                  VALUE 'S'.
011100 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
011200     88  FIM-ORDENACAO               VALUE 'S'.
011300 77  SW-FIM-CADEXW               PIC X(01)   VALUE 'N'.
011400     88  FIM-CADEXW                  VALUE 'S'.
011500 77  SW-TEM-OPERADOR             PIC X(01)   VALUE 'N'.
011600     88  TEM-OPERADOR                VALUE 'S'.
011700 77  SW-TEM-INCLUSAO             PIC X(01)   VALUE 'N'.
011800     88  TEM-INCLUSAO                VALUE 'S'.
011900 77  SW-PERIODO-INVALIDO         PIC X(01)   VALUE 'N'.
012000     88  PERIODO-INVALIDO            VALUE 'S'.
012100 77  SW-CADOPR-AUSENTE           PIC X(01)   VALUE 'N'.
012200     88  CADOPR-AUSENTE              VALUE 'S'.
012220 77  SW-ERRO-AUDITORIA           PIC X(01)   VALUE 'N'.
012240     88  ERRO-AUDITORIA              VALUE 'S'.
012260 77  SW-ERRO-TRABALHO            PIC X(01)   VALUE 'N'.
012280     88  ERRO-TRABALHO               VALUE 'S'.
012300 77  SW-SITUACAO-OPERADOR        PIC X(01)   VALUE SPACE.
012400     88  OPERADOR-CADASTRADO         VALUE 'C'.
012500     88  OPERADOR-NAO-CADASTRADO     VALUE 'N'.
012600     88  OPERADOR-JOB-BATCH          VALUE 'J'.
012700     88  OPERADOR-NAO-CONFERIDO      VALUE 'X'.
012800 77  WRK-DATA-INICIAL            PIC 9(08)   VALUE ZEROS.
012900 77  WRK-DATA-FINAL              PIC 9(08)   VALUE ZEROS.
013000 77  WRK-DATA-REGISTRO           PIC 9(08)   VALUE ZEROS.
013100 77  WRK-LIMITE-HORAS            PIC 9(03)   VALUE 24.
013200 77  WRK-LIMITE-MINUTOS          PIC 9(07)   COMP VALUE ZERO.
013300 77  WRK-HORA-INICIO-EXPED       PIC 9(06)   VALUE 080000.
013400 77  WRK-HORA-FIM-EXPED          PIC 9(06)   VALUE 180000.
013500 77  WRK-ULT-DATA-SEMANA         PIC 9(08)   VALUE ZEROS.
013600 77  WRK-ULT-DIA-SEMANA          PIC 9(01)   VALUE ZERO.
013700     88  ULT-DIA-FIM-SEMANA          VALUE 1 7.
013800 77  WRK-OPERADOR-ATUAL          PIC X(08)   VALUE SPACES.
013900 77  WRK-CPF-ATUAL               PIC 9(11)   VALUE ZEROS.
014000 77  WRK-INC-DATA                PIC 9(08)   VALUE ZEROS.
014100 77  WRK-INC-HORA                PIC 9(06)   VALUE ZEROS.
014200 77  WRK-MIN-INCLUSAO            PIC 9(05)   COMP VALUE ZERO.
014300 77  WRK-MIN-ATUAL               PIC 9(05)   COMP VALUE ZERO.
014400 77  WRK-MINUTOS-DECORRIDOS      PIC S9(09)  COMP VALUE ZERO.
014500 77  WRK-OPR-TOTAL               PIC 9(09)   COMP VALUE ZERO.
014600 77  WRK-OPR-APROVADAS           PIC 9(09)   COMP VALUE ZERO.
014700 77  WRK-OPR-REJEITADAS          PIC 9(09)   COMP VALUE ZERO.
014800 77  WRK-OPR-FORA-EXPED          PIC 9(09)   COMP VALUE ZERO.
014900 77  WRK-OPR-FIM-SEMANA          PIC 9(09)   COMP VALUE ZERO.
015000 77  WRK-OPR-ATUALIZACOES        PIC 9(09)   COMP VALUE ZERO.
015100 77  WRK-TAXA-REJEICAO           PIC 9(03)V99 VALUE ZERO.
015200 77  IX-OPE                      PIC 9(02)   COMP VALUE ZERO.
015300 77  WRK-QTDE-TIPOS-OPE          PIC 9(02)   COMP VALUE 13.
015400 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
015500 77  WRK-QTDE-SELECIONADOS       PIC 9(09)   COMP VALUE ZERO.
015600 77  WRK-QTDE-OPERADORES         PIC 9(09)   COMP VALUE ZERO.
015700 77  WRK-QTDE-APROVADAS          PIC 9(09)   COMP VALUE ZERO.
015800 77  WRK-QTDE-REJEITADAS         PIC 9(09)   COMP VALUE ZERO.
015900 77  WRK-QTDE-FORA-EXPED         PIC 9(09)   COMP VALUE ZERO.
016000 77  WRK-QTDE-FIM-SEMANA         PIC 9(09)   COMP VALUE ZERO.
016100 77  WRK-QTDE-NAO-CADASTRADOS    PIC 9(09)   COMP VALUE ZERO.
016200 77  WRK-QTDE-INATIVOS           PIC 9(09)   COMP VALUE ZERO.
016300 77  WRK-QTDE-NIVEL-CONSULTA     PIC 9(09)   COMP VALUE ZERO.
016400 77  WRK-QTDE-INC-ALT            PIC 9(09)   COMP VALUE ZERO.
016500 77  WRK-QTDE-EXCECOES           PIC 9(09)   COMP VALUE ZERO.
016600 77  WRK-EXC-TEXTO               PIC X(70)   VALUE SPACES.
016700
016800     COPY NEGPARM.
017400
017500*    SYSIN: DATA INICIAL E DATA FINAL (AAAAMMDD) E LIMITE EM
017600*    HORAS ENTRE A INCLUSAO E A ALTERACAO/REATIVACAO DO MESMO
017700*    CPF PELO MESMO OPERADOR. DATA FINAL EM BRANCO = DATA
017800*    INICIAL; LIMITE EM BRANCO = 24 HORAS.
017900 01  WRK-PARM-SYSIN.
018000     05  PARM-DATA-INICIAL       PIC X(08).
018100     05  PARM-DATA-FINAL         PIC X(08).
018200     05  PARM-LIMITE-HORAS       PIC X(03).
018300     05  FILLER                  PIC X(61).
018400
018500 01  WRK-DATA-MES-ATUAL.
018600     05  WRK-MAT-AAAA            PIC 9(04)   VALUE ZEROS.
018700     05  WRK-MAT-MM              PIC 9(02)   VALUE ZEROS.
018800     05  WRK-MAT-DD              PIC 9(02)   VALUE ZEROS.
018900 01  WRK-DATA-MES-ATUAL-N REDEFINES WRK-DATA-MES-ATUAL
019000                                 PIC 9(08).
019100
019200 01  WRK-DATA-EDICAO.
019300     05  WRK-EDICAO-AAAA         PIC 9(04).
019400     05  WRK-EDICAO-MM           PIC 9(02).
019500     05  WRK-EDICAO-DD           PIC 9(02).
019600 01  WRK-HORA-EDICAO.
019700     05  WRK-EDICAO-HH           PIC 9(02).
019800     05  WRK-EDICAO-MI           PIC 9(02).
019900     05  WRK-EDICAO-SS           PIC 9(02).
020000
020100*    OPERACOES GRAVADAS NA TRILHA DE AUDITORIA. O INDICADOR 'S'
020200*    MARCA AS OPERACOES DE ATUALIZACAO, VEDADAS AO NIVEL
020300*    CONSULTA. A ULTIMA ENTRADA RECEBE AS OPERACOES NAO
020400*    PREVISTAS NA TABELA.
020500 01  WRK-TAB-OPERACOES-VALORES.
020600     05  FILLER                  PIC X(09)   VALUE 'INCLUIR S'.
020700     05  FILLER                  PIC X(09)   VALUE 'ALTERAR S'.
020800     05  FILLER                  PIC X(09)   VALUE 'EXCLUIR S'.
020900     05  FILLER                  PIC X(09)   VALUE 'REATIVARS'.
021000     05  FILLER                  PIC X(09)   VALUE 'ENDERECOS'.
021100     05  FILLER                  PIC X(09)   VALUE 'AUTORIZAS'.
021200     05  FILLER                  PIC X(09)   VALUE 'SOLCORR S'.
021300     05  FILLER                  PIC X(09)   VALUE 'SOLUNIF S'.
021400     05  FILLER                  PIC X(09)   VALUE 'CORRCPF S'.
021500     05  FILLER                  PIC X(09)   VALUE 'UNIFCPF S'.
021600     05  FILLER                  PIC X(09)   VALUE 'ELIMINARS'.
021700     05  FILLER                  PIC X(09)   VALUE 'INVALIDON'.
021800     05  FILLER                  PIC X(09)   VALUE 'OUTRAS  N'.
021900 01  WRK-TAB-OPERACOES REDEFINES WRK-TAB-OPERACOES-VALORES.
022000     05  WRK-OPE-ENTRADA         OCCURS 13 TIMES.
022100         10  WRK-OPE-NOME        PIC X(08).
022200         10  WRK-OPE-ATUALIZA    PIC X(01).
022300             88  OPE-ATUALIZACAO     VALUE 'S'.
022400
022500*    QUANTIDADES DO OPERADOR CORRENTE POR OPERACAO DA TABELA.
022600 01  WRK-TAB-CONTADORES.
022700     05  WRK-CNT-ENTRADA         OCCURS 13 TIMES.
022800         10  WRK-CNT-APROVADAS   PIC 9(07).
022900         10  WRK-CNT-REJEITADAS  PIC 9(07).
023000         10  WRK-CNT-TOTAL       PIC 9(07).
023100
023200 01  WS-LINHA-CABECALHO-1        PIC X(80)
023300     VALUE 'ATIVIDADE POR OPERADOR E SEGREGACAO DE FUNCOES'.
023400 01  WS-LINHA-CABECALHO-2.
023500     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
023600     05  CAB-INI-DD              PIC 99.
023700     05  FILLER                  PIC X(01) VALUE '/'.
023800     05  CAB-INI-MM              PIC 99.
023900     05  FILLER                  PIC X(01) VALUE '/'.
024000     05  CAB-INI-AAAA            PIC 9999.
024100     05  FILLER                  PIC X(03) VALUE ' A '.
024200     05  CAB-FIM-DD              PIC 99.
024300     05  FILLER                  PIC X(01) VALUE '/'.
024400     05  CAB-FIM-MM              PIC 99.
024500     05  FILLER                  PIC X(01) VALUE '/'.
024600     05  CAB-FIM-AAAA            PIC 9999.
024700     05  FILLER                  PIC X(13)
024800         VALUE '    EMISSAO: '.
024900     05  CAB-DATA-DD             PIC 99.
025000     05  FILLER                  PIC X(01) VALUE '/'.
025100     05  CAB-DATA-MM             PIC 99.
025200     05  FILLER                  PIC X(01) VALUE '/'.
025300     05  CAB-DATA-AAAA           PIC 9999.
025400     05  FILLER                  PIC X(25) VALUE SPACES.
025500 01  WS-LINHA-CABECALHO-3        PIC X(80)
025600     VALUE 'EXPEDIENTE: SEGUNDA A SEXTA, DAS 08:00 AS 17:59'.
025700 01  WS-LINHA-CABECALHO-4.
025800     05  FILLER                  PIC X(41)
025900         VALUE 'LIMITE ENTRE INCLUSAO E ALTERACAO/REATIVA'.
026000     05  FILLER                  PIC X(16)
026100         VALUE 'CAO DO MESMO CPF'.
026200     05  FILLER                  PIC X(02) VALUE ': '.
026300     05  CAB-LIMITE-HORAS        PIC ZZ9.
026400     05  FILLER                  PIC X(18) VALUE ' HORAS'.
026500 01  WS-LINHA-OPERADOR.
026600     05  FILLER                  PIC X(10) VALUE 'OPERADOR: '.
026700     05  OPR-ID                  PIC X(08).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  OPR-NOME                PIC X(20).
027000     05  FILLER                  PIC X(09) VALUE '  NIVEL: '.
027100     05  OPR-NIVEL               PIC X(01).
027200     05  FILLER                  PIC X(12) VALUE '  SITUACAO: '.
027300     05  OPR-SITUACAO            PIC X(15).
027400     05  FILLER                  PIC X(03) VALUE SPACES.
027500 01  WS-LINHA-COL-OPERACOES.
027600     05  FILLER                  PIC X(04) VALUE SPACES.
027700     05  FILLER                  PIC X(13) VALUE 'OPERACAO'.
027800     05  FILLER                  PIC X(11) VALUE 'APROVADAS'.
027900     05  FILLER                  PIC X(13) VALUE 'REJEITADAS'.
028000     05  FILLER                  PIC X(04) VALUE SPACES.
028100     05  FILLER                  PIC X(35) VALUE 'TOTAL'.
028200 01  WS-LINHA-OPERACAO.
028300     05  FILLER                  PIC X(04) VALUE SPACES.
028400     05  OPC-NOME                PIC X(08).
028500     05  FILLER                  PIC X(05) VALUE SPACES.
028600     05  OPC-APROVADAS           PIC ZZZZZZZZ9.
028700     05  FILLER                  PIC X(03) VALUE SPACES.
028800     05  OPC-REJEITADAS          PIC ZZZZZZZZ9.
028900     05  FILLER                  PIC X(03) VALUE SPACES.
029000     05  OPC-TOTAL               PIC ZZZZZZZZ9.
029100     05  FILLER                  PIC X(30) VALUE SPACES.
029200 01  WS-LINHA-RESUMO-OPERADOR.
029300     05  FILLER                  PIC X(22)
029400         VALUE '    TAXA DE REJEICAO: '.
029500     05  RES-TAXA                PIC ZZ9.99.
029600     05  FILLER                  PIC X(24)
029700         VALUE '%   FORA DO EXPEDIENTE: '.
029800     05  RES-FORA-EXPED          PIC ZZZZ9.
029900     05  FILLER                  PIC X(18)
030000         VALUE '   FIM DE SEMANA: '.
030100     05  RES-FIM-SEMANA          PIC ZZZZ9.
030200 01  WS-LINHA-EXCECAO-OPERADOR.
030300     05  FILLER                  PIC X(04) VALUE SPACES.
030400     05  FILLER                  PIC X(04) VALUE '*** '.
030500     05  EXO-TEXTO               PIC X(70).
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700 01  WS-LINHA-TIT-EXCECOES       PIC X(80)
030800     VALUE 'EXCECOES DO PERIODO'.
030900 01  WS-LINHA-COL-EXCECOES       PIC X(80)
031000     VALUE 'OPERADOR  OCORRENCIA'.
031100 01  WS-LINHA-EXCECAO.
031200     05  EXC-OPERADOR            PIC X(08).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  EXC-TEXTO               PIC X(70).
031500 01  WS-LINHA-SEM-EXCECAO        PIC X(80)
031600     VALUE '    NENHUMA EXCECAO NO PERIODO'.
031700 01  WS-LINHA-SEM-CADOPR         PIC X(80)
031800     VALUE '*** ARQUIVO DE OPERADORES AUSENTE - NAO CONFERIDO'.
031900 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
032000 01  WS-LINHA-TOTAL.
032100     05  TOT-TITULO              PIC X(25).
032200     05  TOT-VALOR               PIC ZZZZZZZZ9.
032300     05  FILLER                  PIC X(46) VALUE SPACES.
032400 01  WS-LINHA-TOTAL-TAXA.
032500     05  FILLER                  PIC X(25)
032600         VALUE 'TAXA DE REJEICAO.....: '.
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  TTX-TAXA                PIC ZZ9.99.
032900     05  FILLER                  PIC X(01) VALUE '%'.
033000     05  FILLER                  PIC X(46) VALUE SPACES.
033100
033200*    TEXTOS DAS EXCECOES.
033300 01  WRK-EXC-NIVEL.
033400     05  FILLER                  PIC X(43)
033500         VALUE 'NIVEL CONSULTA (1) COM OPERACOES DE ATUALIZ'.
033600     05  FILLER                  PIC X(06) VALUE 'ACAO: '.
033700     05  EXN-QTDE                PIC ZZZZZ9.
033800     05  FILLER                  PIC X(15) VALUE SPACES.
033900 01  WRK-EXC-INC-ALT.
034000     05  FILLER                  PIC X(04) VALUE 'CPF '.
034100     05  EXI-CPF                 PIC 9(11).
034200     05  FILLER                  PIC X(10) VALUE ' INCLUIDO '.
034300     05  EXI-INC-DD              PIC 99.
034400     05  FILLER                  PIC X(01) VALUE '/'.
034500     05  EXI-INC-MM              PIC 99.
034600     05  FILLER                  PIC X(01) VALUE '/'.
034700     05  EXI-INC-AAAA            PIC 9999.
034800     05  FILLER                  PIC X(01) VALUE SPACE.
034900     05  EXI-INC-HH              PIC 99.
035000     05  FILLER                  PIC X(01) VALUE ':'.
035100     05  EXI-INC-MI              PIC 99.
035200     05  FILLER                  PIC X(03) VALUE ' E '.
035300     05  EXI-ACAO                PIC X(10).
035400     05  EXI-ALT-DD              PIC 99.
035500     05  FILLER                  PIC X(01) VALUE '/'.
035600     05  EXI-ALT-MM              PIC 99.
035700     05  FILLER                  PIC X(01) VALUE '/'.
035800     05  EXI-ALT-AAAA            PIC 9999.
035900     05  FILLER                  PIC X(01) VALUE SPACE.
036000     05  EXI-ALT-HH              PIC 99.
036100     05  FILLER                  PIC X(01) VALUE ':'.
036200     05  EXI-ALT-MI              PIC 99.
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
037500     IF PERIODO-INVALIDO
037600         MOVE 8 TO RETURN-CODE
037700         GO TO 0000-MAINLINE-FIM
037800     END-IF.
037900     SORT ORDENACAO-AUDITORIA
038000         ON ASCENDING KEY SRT-OPERADOR SRT-CPF SRT-DATA SRT-HORA
038100         INPUT PROCEDURE IS 2000-SELECIONAR-REGISTROS
038200             THRU 2000-SELECIONAR-REGISTROS-EXIT
038300         OUTPUT PROCEDURE IS 3000-APURAR-OPERADORES
038400             THRU 3000-APURAR-OPERADORES-EXIT.
038450     IF NOT ERRO-TRABALHO
038500         PERFORM 5000-IMPRIMIR-EXCECOES
038600             THRU 5000-IMPRIMIR-EXCECOES-EXIT
038650     END-IF.
038700     PERFORM 6000-IMPRIMIR-TOTAIS THRU 6000-IMPRIMIR-TOTAIS-EXIT.
038800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
038820     IF ERRO-AUDITORIA OR ERRO-TRABALHO
038840         MOVE 8 TO RETURN-CODE
038860         GO TO 0000-MAINLINE-FIM
038880     END-IF.
038900     IF RETURN-CODE = ZERO
039000         AND (WRK-QTDE-EXCECOES > ZERO OR CADOPR-AUSENTE)
039100         MOVE 4 TO RETURN-CODE
039200     END-IF.
039300 0000-MAINLINE-FIM.
039400     MOVE WRK-QTDE-SELECIONADOS TO RUNCTL-QTDE.
039500     MOVE RETURN-CODE           TO RUNCTL-RC.
039600     PERFORM 8900-REGISTRAR-FIM
039700         THRU 8900-REGISTRAR-FIM-EXIT.
039800     STOP RUN.
039900
040000***************************************************************
040100*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
040200*    NOTURNA VIA ROTINA RUNCTL.                                 *
040300***************************************************************
040400 0500-REGISTRAR-INICIO.
040500     SET RUNCTL-FUNC-INICIO TO TRUE.
040600     MOVE 'PROGCB29' TO RUNCTL-JOB.
040700     MOVE ZEROS      TO RUNCTL-QTDE.
040800     MOVE ZEROS      TO RUNCTL-RC.
040900     CALL 'RUNCTL' USING RUNCTL-PARM.
041000 0500-REGISTRAR-INICIO-EXIT.
041100     EXIT.
041200
041300***************************************************************
041400*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
041500*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
041600***************************************************************
041700 8900-REGISTRAR-FIM.
041800     SET RUNCTL-FUNC-FIM TO TRUE.
041900     MOVE 'PROGCB29' TO RUNCTL-JOB.
042000     CALL 'RUNCTL' USING RUNCTL-PARM.
042100 8900-REGISTRAR-FIM-EXIT.
042200     EXIT.
042300
042400***************************************************************
042500*    LEITURA DO PERIODO VIA SYSIN (DATAS EM BRANCO = MES        *
042600*    ANTERIOR AO DA DATA DE NEGOCIO; DATA INVALIDA OU INICIAL   *
042700*    MAIOR QUE A FINAL ENCERRA COM RC 8), ABERTURA DO ARQUIVO   *
042800*    DE OPERADORES E DO RELATORIO E IMPRESSAO DO CABECALHO.     *
042900***************************************************************
043000 1000-INICIALIZAR.
043100     SET DATNEG-FUNC-CORRENTE TO TRUE.
043150     CALL 'DATNEG' USING DATNEG-PARM.
043200     MOVE SPACES TO WRK-PARM-SYSIN.
043300     ACCEPT WRK-PARM-SYSIN.
043400     IF PARM-DATA-INICIAL = SPACES
043500         PERFORM 1100-CALCULAR-MES-ANTERIOR
043600             THRU 1100-CALCULAR-MES-ANTERIOR-EXIT
043700     ELSE
043800         PERFORM 1200-VALIDAR-PERIODO
043900             THRU 1200-VALIDAR-PERIODO-EXIT
044000     END-IF.
044100     IF PARM-LIMITE-HORAS NOT = SPACES
044200         IF PARM-LIMITE-HORAS IS NUMERIC
044300             MOVE PARM-LIMITE-HORAS TO WRK-LIMITE-HORAS
044400         ELSE
044500             SET PERIODO-INVALIDO TO TRUE
044600         END-IF
044700     END-IF.
044800     IF PERIODO-INVALIDO
044900         DISPLAY 'ERRO: PERIODO OU LIMITE INVALIDO NO SYSIN - '
045000             WRK-PARM-SYSIN (1:19)
045100         GO TO 1000-INICIALIZAR-EXIT
045200     END-IF.
045300     COMPUTE WRK-LIMITE-MINUTOS = WRK-LIMITE-HORAS * 60.
045400     OPEN INPUT OPERADORES.
045500     IF NOT CADOPR-OK
045600         IF CADOPR-NAO-EXISTE
045700             DISPLAY 'ARQUIVO DE OPERADORES AUSENTE - SITUACAO '
045800                 'DOS OPERADORES NAO CONFERIDA'
045900         ELSE
046000             DISPLAY 'ERRO: FALHA AO ABRIR OPERADORES - STATUS '
046100                 WS-CADOPR-STATUS
046200         END-IF
046300         SET CADOPR-AUSENTE TO TRUE
046400     END-IF.
046500     OPEN OUTPUT RELATORIO.
046600     MOVE WRK-DATA-INICIAL TO WRK-DATA-EDICAO.
046700     MOVE WRK-EDICAO-DD    TO CAB-INI-DD.
046800     MOVE WRK-EDICAO-MM    TO CAB-INI-MM.
046900     MOVE WRK-EDICAO-AAAA  TO CAB-INI-AAAA.
047000     MOVE WRK-DATA-FINAL   TO WRK-DATA-EDICAO.
047100     MOVE WRK-EDICAO-DD    TO CAB-FIM-DD.
047200     MOVE WRK-EDICAO-MM    TO CAB-FIM-MM.
047300     MOVE WRK-EDICAO-AAAA  TO CAB-FIM-AAAA.
047400     MOVE DATNEG-DD       TO CAB-DATA-DD.
047500     MOVE DATNEG-MM       TO CAB-DATA-MM.
047600     MOVE DATNEG-AAAA     TO CAB-DATA-AAAA.
047700     MOVE WRK-LIMITE-HORAS TO CAB-LIMITE-HORAS.
047800     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
047900     PERFORM 8100-VERIFICAR-RELOUT
048000         THRU 8100-VERIFICAR-RELOUT-EXIT.
048100     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
048200     PERFORM 8100-VERIFICAR-RELOUT
048300         THRU 8100-VERIFICAR-RELOUT-EXIT.
048400     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-3.
048500     PERFORM 8100-VERIFICAR-RELOUT
048600         THRU 8100-VERIFICAR-RELOUT-EXIT.
048700     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-4.
048800     PERFORM 8100-VERIFICAR-RELOUT
048900         THRU 8100-VERIFICAR-RELOUT-EXIT.
049000     IF CADOPR-AUSENTE
049100         WRITE REL-LINHA FROM WS-LINHA-SEM-CADOPR
049200         PERFORM 8100-VERIFICAR-RELOUT
049300             THRU 8100-VERIFICAR-RELOUT-EXIT
049400     END-IF.
049500 1000-INICIALIZAR-EXIT.
049600     EXIT.
049700
049800***************************************************************
049900*    PERIODO PADRAO: DO DIA 1 AO ULTIMO DIA DO MES ANTERIOR AO  *
050000*    DA DATA DE NEGOCIO.                                        *
050100***************************************************************
050200 1100-CALCULAR-MES-ANTERIOR.
050300     MOVE DATNEG-DATA       TO WRK-DATA-MES-ATUAL-N.
050400     MOVE 1                 TO WRK-MAT-DD.
050500     SET DATCALC-FUNC-SOMAR TO TRUE.
050600     MOVE WRK-DATA-MES-ATUAL-N TO DATCALC-DATA.
050700     MOVE -1                   TO DATCALC-DIAS.
050800     CALL 'DATCALC' USING DATCALC-PARM.
050900     MOVE DATCALC-DATA-FINAL TO WRK-DATA-FINAL.
051000     MOVE DATCALC-DATA-FINAL TO WRK-DATA-EDICAO.
051100     MOVE 1                  TO WRK-EDICAO-DD.
051200     MOVE WRK-DATA-EDICAO    TO WRK-DATA-INICIAL.
051300 1100-CALCULAR-MES-ANTERIOR-EXIT.
051400     EXIT.
051500
051600***************************************************************
051700*    VALIDA AS DATAS INFORMADAS NO SYSIN PELA ROTINA DATCALC.   *
051800*    DATA FINAL EM BRANCO ASSUME A DATA INICIAL.                *
051900***************************************************************
052000 1200-VALIDAR-PERIODO.
052100     IF PARM-DATA-FINAL = SPACES
052200         MOVE PARM-DATA-INICIAL TO PARM-DATA-FINAL
052300     END-IF.
052400     IF PARM-DATA-INICIAL IS NOT NUMERIC
052500         OR PARM-DATA-FINAL IS NOT NUMERIC
052600         SET PERIODO-INVALIDO TO TRUE
052700         GO TO 1200-VALIDAR-PERIODO-EXIT
052800     END-IF.
052900     MOVE PARM-DATA-INICIAL TO WRK-DATA-INICIAL.
053000     MOVE PARM-DATA-FINAL   TO WRK-DATA-FINAL.
053100     SET DATCALC-FUNC-VALIDAR TO TRUE.
053200     MOVE WRK-DATA-INICIAL TO DATCALC-DATA.
053300     CALL 'DATCALC' USING DATCALC-PARM.
053400     IF NOT DATCALC-OK
053500         SET PERIODO-INVALIDO TO TRUE
053600         GO TO 1200-VALIDAR-PERIODO-EXIT
053700     END-IF.
053800     SET DATCALC-FUNC-VALIDAR TO TRUE.
053900     MOVE WRK-DATA-FINAL TO DATCALC-DATA.
054000     CALL 'DATCALC' USING DATCALC-PARM.
054100     IF NOT DATCALC-OK
054200         OR WRK-DATA-INICIAL > WRK-DATA-FINAL
054300         SET PERIODO-INVALIDO TO TRUE
054400     END-IF.
054500 1200-VALIDAR-PERIODO-EXIT.
054600     EXIT.
054700
054800***************************************************************
054900*    PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE A TRILHA DE       *
055000*    AUDITORIA E LIBERA OS REGISTROS DO PERIODO, JA             *
055100*    CLASSIFICADOS QUANTO AO HORARIO. TRILHA AUSENTE OU         *
055150*    ILEGIVEL ENCERRA COM RC 8.                                 *
055200***************************************************************
055300 2000-SELECIONAR-REGISTROS.
055400     OPEN INPUT AUDITLOG.
055500     IF NOT CADAUD-OK
055600         DISPLAY 'TRILHA DE AUDITORIA AUSENTE OU ILEGIVEL - '
055700             'STATUS ' WS-CADAUD-STATUS
055750         SET ERRO-AUDITORIA TO TRUE
055800         GO TO 2000-SELECIONAR-REGISTROS-EXIT
055900     END-IF.
056000     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT.
056100     PERFORM 2200-LIBERAR-REGISTRO
056200         THRU 2200-LIBERAR-REGISTRO-EXIT
056300         UNTIL FIM-CADAUD.
056400     CLOSE AUDITLOG.
056500 2000-SELECIONAR-REGISTROS-EXIT.
056600     EXIT.
056700
056800 2100-LER-AUDITORIA.
056900     READ AUDITLOG
057000         AT END
057100             SET FIM-CADAUD TO TRUE
057200     END-READ.
057300 2100-LER-AUDITORIA-EXIT.
057400     EXIT.
057500
057600 2200-LIBERAR-REGISTRO.
057700     ADD 1 TO WRK-QTDE-LIDOS.
057800     MOVE AUDLOG-DATA TO WRK-DATA-REGISTRO.
057900     IF WRK-DATA-REGISTRO NOT < WRK-DATA-INICIAL
058000         AND WRK-DATA-REGISTRO NOT > WRK-DATA-FINAL
058100         MOVE AUDLOG-OPERADOR  TO SRT-OPERADOR
058200         MOVE AUDLOG-CPF       TO SRT-CPF
058300         MOVE AUDLOG-DATA      TO SRT-DATA
058400         MOVE AUDLOG-HORA      TO SRT-HORA
058500         MOVE AUDLOG-OPERACAO  TO SRT-OPERACAO
058600         MOVE AUDLOG-RESULTADO TO SRT-RESULTADO
058700         PERFORM 2300-CLASSIFICAR-HORARIO
058800             THRU 2300-CLASSIFICAR-HORARIO-EXIT
058900         RELEASE SRT-AUD-REG
059000         ADD 1 TO WRK-QTDE-SELECIONADOS
059100     END-IF.
059200     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT.
059300 2200-LIBERAR-REGISTRO-EXIT.
059400     EXIT.
059500
059600***************************************************************
059700*    CLASSIFICA O REGISTRO: SABADO OU DOMINGO E FIM DE SEMANA;  *
059800*    NOS DIAS UTEIS, ANTES DAS 08:00 OU A PARTIR DAS 18:00 E    *
059900*    FORA DO EXPEDIENTE. O DIA DA SEMANA VEM DA ROTINA DATCALC  *
060000*    E E GUARDADO PARA A DATA SEGUINTE IGUAL.                   *
060100***************************************************************
060200 2300-CLASSIFICAR-HORARIO.
060300     IF WRK-DATA-REGISTRO NOT = WRK-ULT-DATA-SEMANA
060400         SET DATCALC-FUNC-VALIDAR TO TRUE
060500         MOVE WRK-DATA-REGISTRO TO DATCALC-DATA
060600         CALL 'DATCALC' USING DATCALC-PARM
060700         IF DATCALC-OK
060800             MOVE DATCALC-DIA-SEMANA TO WRK-ULT-DIA-SEMANA
060900         ELSE
061000             MOVE ZERO TO WRK-ULT-DIA-SEMANA
061100         END-IF
061200         MOVE WRK-DATA-REGISTRO TO WRK-ULT-DATA-SEMANA
061300     END-IF.
061400     IF ULT-DIA-FIM-SEMANA
061500         SET SRT-FIM-SEMANA TO TRUE
061600     ELSE
061700         IF SRT-HORA < WRK-HORA-INICIO-EXPED
061800             OR SRT-HORA NOT < WRK-HORA-FIM-EXPED
061900             SET SRT-FORA-EXPEDIENTE TO TRUE
062000         ELSE
062100             SET SRT-NO-EXPEDIENTE TO TRUE
062200         END-IF
062300     END-IF.
062400 2300-CLASSIFICAR-HORARIO-EXIT.
062500     EXIT.
062600
062700***************************************************************
062800*    PROCEDIMENTO DE SAIDA DA ORDENACAO: PERCORRE OS REGISTROS  *
062900*    DE CADA OPERADOR (POR CPF, DATA E HORA), ACUMULA AS        *
063000*    QUANTIDADES, CONFERE INCLUSAO SEGUIDA DE ALTERACAO DO      *
063100*    MESMO CPF E, NA QUEBRA, IMPRIME O BLOCO DO OPERADOR. AS    *
063200*    EXCECOES VAO TAMBEM PARA O ARQUIVO DE TRABALHO, SEM O QUAL *
063250*    NADA E APURADO E A RELACAO FINAL NAO E IMPRESSA.           *
063300***************************************************************
063400 3000-APURAR-OPERADORES.
063500     OPEN OUTPUT EXCECAO-TRABALHO.
063514     IF NOT CADEXW-OK
063528         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE TRABALHO - '
063542             'STATUS ' WS-CADEXW-STATUS
063556         SET ERRO-TRABALHO TO TRUE
063570         GO TO 3000-APURAR-OPERADORES-EXIT
063584     END-IF.
063600     MOVE 'N' TO SW-FIM-ORDENACAO.
063700     PERFORM 3100-RETORNAR-REGISTRO
063800         THRU 3100-RETORNAR-REGISTRO-EXIT.
063900     PERFORM 3200-TRATAR-REGISTRO
064000         THRU 3200-TRATAR-REGISTRO-EXIT
064100         UNTIL FIM-ORDENACAO.
064200     IF TEM-OPERADOR
064300         PERFORM 3500-FECHAR-OPERADOR
064400             THRU 3500-FECHAR-OPERADOR-EXIT
064500     END-IF.
064600     CLOSE EXCECAO-TRABALHO.
064700 3000-APURAR-OPERADORES-EXIT.
064800     EXIT.
064900
065000 3100-RETORNAR-REGISTRO.
065100     RETURN ORDENACAO-AUDITORIA
065200         AT END
065300             SET FIM-ORDENACAO TO TRUE
065400     END-RETURN.
065500 3100-RETORNAR-REGISTRO-EXIT.
065600     EXIT.
065700
065800***************************************************************
065900*    TRATA UM REGISTRO ORDENADO. NA QUEBRA DE OPERADOR FECHA O  *
066000*    ANTERIOR E ABRE O NOVO; NA QUEBRA DE CPF ESQUECE A         *
066100*    INCLUSAO GUARDADA. A INCLUSAO APROVADA FICA GUARDADA PARA  *
066200*    CONFERIR A ALTERACAO OU REATIVACAO APROVADA SEGUINTE DO    *
066300*    MESMO CPF (JOBS BATCH NAO SAO CONFERIDOS).                 *
066400***************************************************************
066500 3200-TRATAR-REGISTRO.
066600     IF NOT TEM-OPERADOR OR SRT-OPERADOR NOT = WRK-OPERADOR-ATUAL
066700         IF TEM-OPERADOR
066800             PERFORM 3500-FECHAR-OPERADOR
066900                 THRU 3500-FECHAR-OPERADOR-EXIT
067000         END-IF
067100         PERFORM 3400-INICIAR-OPERADOR
067200             THRU 3400-INICIAR-OPERADOR-EXIT
067300     END-IF.
067400     IF SRT-CPF NOT = WRK-CPF-ATUAL
067500         MOVE SRT-CPF TO WRK-CPF-ATUAL
067600         MOVE 'N'     TO SW-TEM-INCLUSAO
067700     END-IF.
067800     ADD 1 TO WRK-OPR-TOTAL.
067900     PERFORM 3300-LOCALIZAR-OPERACAO
068000         THRU 3300-LOCALIZAR-OPERACAO-EXIT.
068100     ADD 1 TO WRK-CNT-TOTAL (IX-OPE).
068200     IF SRT-APROVADO
068300         ADD 1 TO WRK-OPR-APROVADAS
068400         ADD 1 TO WRK-CNT-APROVADAS (IX-OPE)
068500     END-IF.
068600     IF SRT-REJEITADO
068700         ADD 1 TO WRK-OPR-REJEITADAS
068800         ADD 1 TO WRK-CNT-REJEITADAS (IX-OPE)
068900     END-IF.
069000     IF OPE-ATUALIZACAO (IX-OPE)
069100         ADD 1 TO WRK-OPR-ATUALIZACOES
069200     END-IF.
069300     IF SRT-FORA-EXPEDIENTE
069400         ADD 1 TO WRK-OPR-FORA-EXPED
069500     END-IF.
069600     IF SRT-FIM-SEMANA
069700         ADD 1 TO WRK-OPR-FIM-SEMANA
069800     END-IF.
069900     IF SRT-APROVADO AND NOT OPERADOR-JOB-BATCH
070000         IF SRT-OPERACAO = 'INCLUIR '
070100             SET TEM-INCLUSAO TO TRUE
070200             MOVE SRT-DATA TO WRK-INC-DATA
070300             MOVE SRT-HORA TO WRK-INC-HORA
070400         ELSE
070500             IF TEM-INCLUSAO
070600                 AND (SRT-OPERACAO = 'ALTERAR '
070700                      OR SRT-OPERACAO = 'REATIVAR')
070800                 PERFORM 3600-CONFERIR-INTERVALO
070900                     THRU 3600-CONFERIR-INTERVALO-EXIT
071000             END-IF
071100         END-IF
071200     END-IF.
071300     PERFORM 3100-RETORNAR-REGISTRO
071400         THRU 3100-RETORNAR-REGISTRO-EXIT.
071500 3200-TRATAR-REGISTRO-EXIT.
071600     EXIT.
071700
071800***************************************************************
071900*    LOCALIZA A OPERACAO DO REGISTRO NA TABELA; OPERACAO NAO    *
072000*    PREVISTA CAI NA ULTIMA ENTRADA (OUTRAS).                   *
072100***************************************************************
072200 3300-LOCALIZAR-OPERACAO.
072300     MOVE 1 TO IX-OPE.
072400     PERFORM 3310-AVANCAR-OPERACAO
072500         THRU 3310-AVANCAR-OPERACAO-EXIT
072600         UNTIL IX-OPE = WRK-QTDE-TIPOS-OPE
072700         OR WRK-OPE-NOME (IX-OPE) = SRT-OPERACAO.
072800 3300-LOCALIZAR-OPERACAO-EXIT.
072900     EXIT.
073000
073100 3310-AVANCAR-OPERACAO.
073200     ADD 1 TO IX-OPE.
073300 3310-AVANCAR-OPERACAO-EXIT.
073400     EXIT.
073500
073600***************************************************************
073700*    ABRE O BLOCO DE UM OPERADOR: ZERA AS QUANTIDADES, CONFERE  *
073800*    A IDENTIFICACAO NO ARQUIVO DE OPERADORES E IMPRIME A       *
073900*    LINHA DO OPERADOR. IDENTIFICACAO PROGCBNN E JOB BATCH.     *
074000***************************************************************
074100 3400-INICIAR-OPERADOR.
074200     SET TEM-OPERADOR TO TRUE.
074300     ADD 1 TO WRK-QTDE-OPERADORES.
074400     MOVE SRT-OPERADOR TO WRK-OPERADOR-ATUAL.
074500     MOVE SRT-CPF      TO WRK-CPF-ATUAL.
074600     MOVE 'N'          TO SW-TEM-INCLUSAO.
074700     MOVE ZERO         TO WRK-OPR-TOTAL.
074800     MOVE ZERO         TO WRK-OPR-APROVADAS.
074900     MOVE ZERO         TO WRK-OPR-REJEITADAS.
075000     MOVE ZERO         TO WRK-OPR-FORA-EXPED.
075100     MOVE ZERO         TO WRK-OPR-FIM-SEMANA.
075200     MOVE ZERO         TO WRK-OPR-ATUALIZACOES.
075300     MOVE ZEROS        TO WRK-TAB-CONTADORES.
075400     MOVE SPACES       TO OPR-NOME.
075500     MOVE SPACES       TO OPR-NIVEL.
075600     IF WRK-OPERADOR-ATUAL (1:6) = 'PROGCB'
075700         SET OPERADOR-JOB-BATCH TO TRUE
075800         MOVE 'JOB BATCH'      TO OPR-SITUACAO
075900     ELSE
076000         IF CADOPR-AUSENTE
076100             SET OPERADOR-NAO-CONFERIDO TO TRUE
076200             MOVE 'NAO CONFERIDO'  TO OPR-SITUACAO
076300         ELSE
076400             PERFORM 3410-LER-OPERADOR
076500                 THRU 3410-LER-OPERADOR-EXIT
076600         END-IF
076700     END-IF.
076800     MOVE WRK-OPERADOR-ATUAL TO OPR-ID.
076900     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
077000     PERFORM 8100-VERIFICAR-RELOUT
077100         THRU 8100-VERIFICAR-RELOUT-EXIT.
077200     WRITE REL-LINHA FROM WS-LINHA-OPERADOR.
077300     PERFORM 8100-VERIFICAR-RELOUT
077400         THRU 8100-VERIFICAR-RELOUT-EXIT.
077500 3400-INICIAR-OPERADOR-EXIT.
077600     EXIT.
077700
077800 3410-LER-OPERADOR.
077900     MOVE WRK-OPERADOR-ATUAL TO OPER-ID.
078000     READ OPERADORES
078100         INVALID KEY
078200             SET OPERADOR-NAO-CADASTRADO TO TRUE
078300             MOVE 'NAO CADASTRADO' TO OPR-SITUACAO
078400         NOT INVALID KEY
078500             SET OPERADOR-CADASTRADO TO TRUE
078600             MOVE OPER-NOME  TO OPR-NOME
078700             MOVE OPER-NIVEL TO OPR-NIVEL
078800             IF OPER-INATIVO
078900                 MOVE 'INATIVO' TO OPR-SITUACAO
079000             ELSE
079100                 MOVE 'ATIVO'   TO OPR-SITUACAO
079200             END-IF
079300     END-READ.
079400 3410-LER-OPERADOR-EXIT.
079500     EXIT.
079600
079700***************************************************************
079800*    FECHA O BLOCO DO OPERADOR: QUANTIDADES POR OPERACAO, TOTAL,*
079900*    TAXA DE REJEICAO, ATIVIDADE FORA DO EXPEDIENTE E EM FIM DE *
080000*    SEMANA, E AS EXCECOES CONTRA O ARQUIVO DE OPERADORES.      *
080100***************************************************************
080200 3500-FECHAR-OPERADOR.
080300     WRITE REL-LINHA FROM WS-LINHA-COL-OPERACOES.
080400     PERFORM 8100-VERIFICAR-RELOUT
080500         THRU 8100-VERIFICAR-RELOUT-EXIT.
080600     PERFORM 3510-IMPRIMIR-OPERACAO
080700         THRU 3510-IMPRIMIR-OPERACAO-EXIT
080800         VARYING IX-OPE FROM 1 BY 1
080900         UNTIL IX-OPE > WRK-QTDE-TIPOS-OPE.
081000     MOVE 'TOTAL'            TO OPC-NOME.
081100     MOVE WRK-OPR-APROVADAS  TO OPC-APROVADAS.
081200     MOVE WRK-OPR-REJEITADAS TO OPC-REJEITADAS.
081300     MOVE WRK-OPR-TOTAL      TO OPC-TOTAL.
081400     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
081500     PERFORM 8100-VERIFICAR-RELOUT
081600         THRU 8100-VERIFICAR-RELOUT-EXIT.
081700     COMPUTE WRK-TAXA-REJEICAO ROUNDED =
081800         WRK-OPR-REJEITADAS * 100 / WRK-OPR-TOTAL.
081900     MOVE WRK-TAXA-REJEICAO  TO RES-TAXA.
082000     MOVE WRK-OPR-FORA-EXPED TO RES-FORA-EXPED.
082100     MOVE WRK-OPR-FIM-SEMANA TO RES-FIM-SEMANA.
082200     WRITE REL-LINHA FROM WS-LINHA-RESUMO-OPERADOR.
082300     PERFORM 8100-VERIFICAR-RELOUT
082400         THRU 8100-VERIFICAR-RELOUT-EXIT.
082500     ADD WRK-OPR-APROVADAS  TO WRK-QTDE-APROVADAS.
082600     ADD WRK-OPR-REJEITADAS TO WRK-QTDE-REJEITADAS.
082700     ADD WRK-OPR-FORA-EXPED TO WRK-QTDE-FORA-EXPED.
082800     ADD WRK-OPR-FIM-SEMANA TO WRK-QTDE-FIM-SEMANA.
082900     IF OPERADOR-NAO-CADASTRADO
083000         ADD 1 TO WRK-QTDE-NAO-CADASTRADOS
083100         MOVE 'IDENTIFICACAO NAO CADASTRADA EM OPERADORES'
083200             TO WRK-EXC-TEXTO
083300         PERFORM 4800-REGISTRAR-EXCECAO
083400             THRU 4800-REGISTRAR-EXCECAO-EXIT
083500     END-IF.
083600     IF OPERADOR-CADASTRADO AND OPER-INATIVO
083700         ADD 1 TO WRK-QTDE-INATIVOS
083800         MOVE 'OPERADOR INATIVO COM ATIVIDADE NO PERIODO'
083900             TO WRK-EXC-TEXTO
084000         PERFORM 4800-REGISTRAR-EXCECAO
084100             THRU 4800-REGISTRAR-EXCECAO-EXIT
084200     END-IF.
084300     IF OPERADOR-CADASTRADO AND OPER-NIVEL-CONSULTA
084400         AND WRK-OPR-ATUALIZACOES > ZERO
084500         ADD 1 TO WRK-QTDE-NIVEL-CONSULTA
084600         MOVE WRK-OPR-ATUALIZACOES TO EXN-QTDE
084700         MOVE WRK-EXC-NIVEL        TO WRK-EXC-TEXTO
084800         PERFORM 4800-REGISTRAR-EXCECAO
084900             THRU 4800-REGISTRAR-EXCECAO-EXIT
085000     END-IF.
085100 3500-FECHAR-OPERADOR-EXIT.
085200     EXIT.
085300
085400 3510-IMPRIMIR-OPERACAO.
085500     IF WRK-CNT-TOTAL (IX-OPE) = ZERO
085600         GO TO 3510-IMPRIMIR-OPERACAO-EXIT
085700     END-IF.
085800     MOVE WRK-OPE-NOME (IX-OPE)       TO OPC-NOME.
085900     MOVE WRK-CNT-APROVADAS (IX-OPE)  TO OPC-APROVADAS.
086000     MOVE WRK-CNT-REJEITADAS (IX-OPE) TO OPC-REJEITADAS.
086100     MOVE WRK-CNT-TOTAL (IX-OPE)      TO OPC-TOTAL.
086200     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
086300     PERFORM 8100-VERIFICAR-RELOUT
086400         THRU 8100-VERIFICAR-RELOUT-EXIT.
086500 3510-IMPRIMIR-OPERACAO-EXIT.
086600     EXIT.
086700
086800***************************************************************
086900*    ALTERACAO OU REATIVACAO APROVADA DE UM CPF QUE O MESMO     *
087000*    OPERADOR INCLUIU: SE O INTERVALO DESDE A INCLUSAO NAO      *
087100*    PASSA DO LIMITE DE HORAS, E EXCECAO DE SEGREGACAO.         *
087200***************************************************************
087300 3600-CONFERIR-INTERVALO.
087400     SET DATCALC-FUNC-DIFERENCA TO TRUE.
087500     MOVE WRK-INC-DATA TO DATCALC-DATA.
087600     MOVE SRT-DATA     TO DATCALC-DATA-FINAL.
087700     CALL 'DATCALC' USING DATCALC-PARM.
087800     IF NOT DATCALC-OK
087900         GO TO 3600-CONFERIR-INTERVALO-EXIT
088000     END-IF.
088100     MOVE WRK-INC-HORA TO WRK-HORA-EDICAO.
088200     COMPUTE WRK-MIN-INCLUSAO = WRK-EDICAO-HH * 60
088300         + WRK-EDICAO-MI.
088400     MOVE SRT-HORA     TO WRK-HORA-EDICAO.
088500     COMPUTE WRK-MIN-ATUAL = WRK-EDICAO-HH * 60
088600         + WRK-EDICAO-MI.
088700     COMPUTE WRK-MINUTOS-DECORRIDOS = DATCALC-DIAS * 1440
088800         + WRK-MIN-ATUAL - WRK-MIN-INCLUSAO.
088900     IF WRK-MINUTOS-DECORRIDOS > WRK-LIMITE-MINUTOS
089000         GO TO 3600-CONFERIR-INTERVALO-EXIT
089100     END-IF.
089200     ADD 1 TO WRK-QTDE-INC-ALT.
089300     MOVE SRT-CPF         TO EXI-CPF.
089400     MOVE WRK-INC-DATA    TO WRK-DATA-EDICAO.
089500     MOVE WRK-EDICAO-DD   TO EXI-INC-DD.
089600     MOVE WRK-EDICAO-MM   TO EXI-INC-MM.
089700     MOVE WRK-EDICAO-AAAA TO EXI-INC-AAAA.
089800     MOVE WRK-INC-HORA    TO WRK-HORA-EDICAO.
089900     MOVE WRK-EDICAO-HH   TO EXI-INC-HH.
090000     MOVE WRK-EDICAO-MI   TO EXI-INC-MI.
090100     IF SRT-OPERACAO = 'REATIVAR'
090200         MOVE 'REATIVADO ' TO EXI-ACAO
090300     ELSE
090400         MOVE 'ALTERADO '  TO EXI-ACAO
090500     END-IF.
090600     MOVE SRT-DATA        TO WRK-DATA-EDICAO.
090700     MOVE WRK-EDICAO-DD   TO EXI-ALT-DD.
090800     MOVE WRK-EDICAO-MM   TO EXI-ALT-MM.
090900     MOVE WRK-EDICAO-AAAA TO EXI-ALT-AAAA.
091000     MOVE SRT-HORA        TO WRK-HORA-EDICAO.
091100     MOVE WRK-EDICAO-HH   TO EXI-ALT-HH.
091200     MOVE WRK-EDICAO-MI   TO EXI-ALT-MI.
091300     MOVE WRK-EXC-INC-ALT TO WRK-EXC-TEXTO.
091400     PERFORM 4800-REGISTRAR-EXCECAO
091500         THRU 4800-REGISTRAR-EXCECAO-EXIT.
091600 3600-CONFERIR-INTERVALO-EXIT.
091700     EXIT.
091800
091900***************************************************************
092000*    IMPRIME A EXCECAO EM WRK-EXC-TEXTO NO BLOCO DO OPERADOR E  *
092100*    A GRAVA NO ARQUIVO DE TRABALHO PARA A RELACAO FINAL.       *
092200***************************************************************
092300 4800-REGISTRAR-EXCECAO.
092400     ADD 1 TO WRK-QTDE-EXCECOES.
092500     MOVE WRK-EXC-TEXTO TO EXO-TEXTO.
092600     WRITE REL-LINHA FROM WS-LINHA-EXCECAO-OPERADOR.
092700     PERFORM 8100-VERIFICAR-RELOUT
092800         THRU 8100-VERIFICAR-RELOUT-EXIT.
092900     MOVE WRK-OPERADOR-ATUAL TO EXC-OPERADOR.
092925     IF ERRO-TRABALHO
092950         GO TO 4800-REGISTRAR-EXCECAO-EXIT
092975     END-IF.
093000     MOVE WRK-EXC-TEXTO      TO EXC-TEXTO.
093100     WRITE CADEXW-REG FROM WS-LINHA-EXCECAO.
093200     IF NOT CADEXW-OK
093300         DISPLAY 'ERRO: FALHA AO GRAVAR ARQUIVO DE TRABALHO - '
093400             'STATUS ' WS-CADEXW-STATUS
093500         SET ERRO-TRABALHO TO TRUE
093600     END-IF.
093700 4800-REGISTRAR-EXCECAO-EXIT.
093800     EXIT.
093900
094000***************************************************************
094100*    RELACIONA TODAS AS EXCECOES DO PERIODO, NA ORDEM DOS       *
094200*    OPERADORES, A PARTIR DO ARQUIVO DE TRABALHO.               *
094300***************************************************************
094400 5000-IMPRIMIR-EXCECOES.
094500     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
094600     PERFORM 8100-VERIFICAR-RELOUT
094700         THRU 8100-VERIFICAR-RELOUT-EXIT.
094800     WRITE REL-LINHA FROM WS-LINHA-TIT-EXCECOES.
094900     PERFORM 8100-VERIFICAR-RELOUT
095000         THRU 8100-VERIFICAR-RELOUT-EXIT.
095100     WRITE REL-LINHA FROM WS-LINHA-COL-EXCECOES.
095200     PERFORM 8100-VERIFICAR-RELOUT
095300         THRU 8100-VERIFICAR-RELOUT-EXIT.
095400     IF WRK-QTDE-EXCECOES = ZERO
095500         WRITE REL-LINHA FROM WS-LINHA-SEM-EXCECAO
095600         PERFORM 8100-VERIFICAR-RELOUT
095700             THRU 8100-VERIFICAR-RELOUT-EXIT
095800         GO TO 5000-IMPRIMIR-EXCECOES-EXIT
095900     END-IF.
096000     OPEN INPUT EXCECAO-TRABALHO.
096100     PERFORM 5100-LER-EXCECAO THRU 5100-LER-EXCECAO-EXIT.
096200     PERFORM 5200-IMPRIMIR-EXCECAO THRU 5200-IMPRIMIR-EXCECAO-EXIT
096300         UNTIL FIM-CADEXW.
096400     CLOSE EXCECAO-TRABALHO.
096500 5000-IMPRIMIR-EXCECOES-EXIT.
096600     EXIT.
096700
096800 5100-LER-EXCECAO.
096900     READ EXCECAO-TRABALHO
097000         AT END
097100             SET FIM-CADEXW TO TRUE
097200     END-READ.
097300 5100-LER-EXCECAO-EXIT.
097400     EXIT.
097500
097600 5200-IMPRIMIR-EXCECAO.
097700     WRITE REL-LINHA FROM CADEXW-REG.
097800     PERFORM 8100-VERIFICAR-RELOUT
097900         THRU 8100-VERIFICAR-RELOUT-EXIT.
098000     PERFORM 5100-LER-EXCECAO THRU 5100-LER-EXCECAO-EXIT.
098100 5200-IMPRIMIR-EXCECAO-EXIT.
098200     EXIT.
098300
098400***************************************************************
098500*    IMPRIME OS TOTAIS DO PERIODO.                              *
098600***************************************************************
098700 6000-IMPRIMIR-TOTAIS.
098800     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
098900     PERFORM 8100-VERIFICAR-RELOUT
099000         THRU 8100-VERIFICAR-RELOUT-EXIT.
099100     MOVE 'REGISTROS LIDOS......: ' TO TOT-TITULO.
099200     MOVE WRK-QTDE-LIDOS TO TOT-VALOR.
099300     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
099400     MOVE 'REGISTROS DO PERIODO.: ' TO TOT-TITULO.
099500     MOVE WRK-QTDE-SELECIONADOS TO TOT-VALOR.
099600     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
099700     MOVE 'OPERADORES...........: ' TO TOT-TITULO.
099800     MOVE WRK-QTDE-OPERADORES TO TOT-VALOR.
099900     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
100000     MOVE 'APROVADAS............: ' TO TOT-TITULO.
100100     MOVE WRK-QTDE-APROVADAS TO TOT-VALOR.
100200     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
100300     MOVE 'REJEITADAS...........: ' TO TOT-TITULO.
100400     MOVE WRK-QTDE-REJEITADAS TO TOT-VALOR.
100500     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
100600     MOVE ZERO TO WRK-TAXA-REJEICAO.
100700     IF WRK-QTDE-SELECIONADOS > ZERO
100800         COMPUTE WRK-TAXA-REJEICAO ROUNDED =
100900             WRK-QTDE-REJEITADAS * 100 / WRK-QTDE-SELECIONADOS
101000     END-IF.
101100     MOVE WRK-TAXA-REJEICAO TO TTX-TAXA.
101200     WRITE REL-LINHA FROM WS-LINHA-TOTAL-TAXA.
101300     PERFORM 8100-VERIFICAR-RELOUT
101400         THRU 8100-VERIFICAR-RELOUT-EXIT.
101500     MOVE 'FORA DO EXPEDIENTE...: ' TO TOT-TITULO.
101600     MOVE WRK-QTDE-FORA-EXPED TO TOT-VALOR.
101700     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
101800     MOVE 'EM FIM DE SEMANA.....: ' TO TOT-TITULO.
101900     MOVE WRK-QTDE-FIM-SEMANA TO TOT-VALOR.
102000     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
102100     MOVE 'ID NAO CADASTRADOS...: ' TO TOT-TITULO.
102200     MOVE WRK-QTDE-NAO-CADASTRADOS TO TOT-VALOR.
102300     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
102400     MOVE 'INATIVOS COM ATIVIDADE: ' TO TOT-TITULO.
102500     MOVE WRK-QTDE-INATIVOS TO TOT-VALOR.
102600     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
102700     MOVE 'CONSULTA C/ ATUALIZACAO: ' TO TOT-TITULO.
102800     MOVE WRK-QTDE-NIVEL-CONSULTA TO TOT-VALOR.
102900     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
103000     MOVE 'INCLUSAO E ALTERACAO.: ' TO TOT-TITULO.
103100     MOVE WRK-QTDE-INC-ALT TO TOT-VALOR.
103200     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
103300     MOVE 'EXCECOES.............: ' TO TOT-TITULO.
103400     MOVE WRK-QTDE-EXCECOES TO TOT-VALOR.
103500     PERFORM 6100-IMPRIMIR-TOTAL THRU 6100-IMPRIMIR-TOTAL-EXIT.
103600     DISPLAY 'PERIODO              : ' WRK-DATA-INICIAL ' A '
103700         WRK-DATA-FINAL.
103800     DISPLAY 'REGISTROS LIDOS      : ' WRK-QTDE-LIDOS.
103900     DISPLAY 'REGISTROS DO PERIODO : ' WRK-QTDE-SELECIONADOS.
104000     DISPLAY 'OPERADORES           : ' WRK-QTDE-OPERADORES.
104100     DISPLAY 'EXCECOES             : ' WRK-QTDE-EXCECOES.
104200 6000-IMPRIMIR-TOTAIS-EXIT.
104300     EXIT.
104400
104500 6100-IMPRIMIR-TOTAL.
104600     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
104700     PERFORM 8100-VERIFICAR-RELOUT
104800         THRU 8100-VERIFICAR-RELOUT-EXIT.
104900 6100-IMPRIMIR-TOTAL-EXIT.
105000     EXIT.
105100
105200***************************************************************
105300*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO RELATORIO E AVISA  *
105400*    O OPERADOR EM CASO DE FALHA.                               *
105500***************************************************************
105600 8100-VERIFICAR-RELOUT.
105700     IF NOT RELOUT-OK
105800         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
105900             WS-RELOUT-STATUS
106000     END-IF.
106100 8100-VERIFICAR-RELOUT-EXIT.
106200     EXIT.
106300
106400***************************************************************
106500*    ENCERRAMENTO DOS ARQUIVOS                                  *
106600***************************************************************
106700 9000-FINALIZAR.
106800     IF NOT CADOPR-AUSENTE
106900         CLOSE OPERADORES
107000     END-IF.
107100     CLOSE RELATORIO.
107200 9000-FINALIZAR-EXIT.
107300     EXIT.
