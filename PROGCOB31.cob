000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB31                                   *
000300*    DESCRICAO....: ETIQUETAS E MALA DIRETA DOS ANIVERSARIANTES *
000400*                   DO MES INFORMADO VIA SYSIN (01 A 12), PARA  *
000500*                   O ENVIO DE CARTOES PELA COMUNICACAO. JUNTA  *
000600*                   AS PESSOAS ATIVAS DO ARQUIVO MESTRE         *
000700*                   CADASTRO.PESSOAS (DDNAME CADPES) AO         *
000800*                   ENDERECO DE CADASTRO.ENDERECOS (DDNAME      *
000900*                   CADEND) PELO CPF, ORDENA POR ENDCON-CEP     *
001000*                   (E NOME) PARA A POSTAGEM COM TARIFA DE CEP  *
001100*                   ORDENADO E GERA O ARQUIVO DE ETIQUETAS EM   *
001200*                   TRES CARREIRAS (DDNAME ETQOUT) E O ARQUIVO  *
001300*                   FIXO DE MALA DIRETA (DDNAME MALOUT,         *
001400*                   COPYBOOK MALDIR). PESSOAS SEM ENDERECO, COM *
001500*                   CEP INVALIDO OU COM UF QUE NAO CONFERE COM A*
001600*                   FAIXA DO CEP VAO PARA A LISTA DE EXCECOES   *
001700*                   (DDNAME EXCOUT), A SER REGULARIZADA PELA    *
001800*                   PORTARIA NA OPCAO 6 DO MENU (PROGCOB02). O  *
001900*                   RELATORIO (DDNAME RELOUT) TRAZ AS ETIQUETAS *
002000*                   POR UF E OS TOTAIS. RC 4 QUANDO HA          *
002100*                   EXCECOES; RC 8 COM MES INVALIDO.            *
002200*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002300*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002400*    DATA-ESCRITA.: 2026-10-15                                  *
002500*-------------------------------------------------------------*
002600*    HISTORICO DE ALTERACOES                                    *
002700*    DATA       AUTOR   DESCRICAO                               *
002800*    2026-10-15 EMC     VERSAO ORIGINAL - ETIQUETAS E MALA      *
002900*                       DIRETA DE ANIVERSARIANTES.              *
002925*    2026-10-15 EMC     FALHA NA MALA DIRETA OU NAS ETIQUETAS   *
002950*                       SINALIZADA POR CHAVE; RC 8 DEFINIDO     *
002975*                       APOS A ORDENACAO, SEM VIRAR RC 4.       *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. PROGCOB31.
003300 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003400 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CADASTRO-PESSOAS ASSIGN TO "CADPES"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS PESSOA-CPF
004400         ALTERNATE RECORD KEY IS PESSOA-NOME
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-CADPES-STATUS.
004700
004800     SELECT ENDERECO-CONTATO ASSIGN TO "CADEND"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ENDCON-CPF
005200         FILE STATUS IS WS-CADEND-STATUS.
005300
005400     SELECT ETIQUETAS ASSIGN TO "ETQOUT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ETQOUT-STATUS.
005700
005800     SELECT MALA-DIRETA ASSIGN TO "MALOUT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-MALOUT-STATUS.
006100
006200     SELECT EXCECOES ASSIGN TO "EXCOUT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-EXCOUT-STATUS.
006500
006600     SELECT RELATORIO ASSIGN TO "RELOUT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-RELOUT-STATUS.
006900
007000     SELECT ORDENACAO-ETIQUETA ASSIGN TO "SORTWK1".
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CADASTRO-PESSOAS
007400     LABEL RECORDS ARE STANDARD.
007500     COPY PESSOA.
007600
007700 FD  ENDERECO-CONTATO
007800     LABEL RECORDS ARE STANDARD.
007900     COPY ENDCON.
008000
008100 FD  ETIQUETAS
008200     LABEL RECORDS ARE OMITTED
008300     RECORDING MODE IS F.
008400 01  ETQ-LINHA                   PIC X(132).
008500
008600 FD  MALA-DIRETA
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900     COPY MALDIR.
009000
009100 FD  EXCECOES
009200     LABEL RECORDS ARE OMITTED
009300     RECORDING MODE IS F.
009400 01  EXC-LINHA                   PIC X(80).
009500
009600 FD  RELATORIO
009700     LABEL RECORDS ARE OMITTED
009800     RECORDING MODE IS F.
009900 01  REL-LINHA                   PIC X(80).
010000
010100*    ANIVERSARIANTES COM ENDERECO VALIDO, POR CEP E NOME.
010200 SD  ORDENACAO-ETIQUETA.
010300 01  SRT-ETQ-REG.
010400     05  SRT-CEP                 PIC 9(08).
010500     05  SRT-NOME                PIC X(20).
010600     05  SRT-UF                  PIC X(02).
010700     05  SRT-CIDADE              PIC X(20).
010800     05  SRT-ENDERECO            PIC X(30).
010900     05  SRT-EMAIL               PIC X(30).
011000     05  SRT-DIA-NASCTO          PIC 9(02).
011100     05  SRT-MES-NASCTO          PIC 9(02).
011200     05  SRT-IDADE               PIC 9(03).
011300
011400 WORKING-STORAGE SECTION.
011500 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
011600     88  CADPES-OK                   VALUE '00'.
011700     88  CADPES-NAO-EXISTE           VALUE '35'.
011800     88  FIM-CADASTRO                VALUE '10'.
011900 77  WS-CADEND-STATUS            PIC X(02)   VALUE '00'.
012000     88  CADEND-OK                   VALUE '00'.
012100     88  CADEND-NAO-EXISTE           VALUE '35'.
012200 77  WS-ETQOUT-STATUS            PIC X(02)   VALUE '00'.
012300     88  ETQOUT-OK                   VALUE '00'.
012400 77  WS-MALOUT-STATUS            PIC X(02)   VALUE '00'.
012500     88  MALOUT-OK                   VALUE '00'.
012600 77  WS-EXCOUT-STATUS            PIC X(02)   VALUE '00'.
012700     88  EXCOUT-OK                   VALUE '00'.
012800 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
012900     88  RELOUT-OK                   VALUE '00'.
013000 77  SW-MES-VALIDO               PIC X(01)   VALUE 'N'.
013100     88  MES-VALIDO                  VALUE 'S'.
013200 77  SW-SEM-CADEND               PIC X(01)   VALUE 'N'.
013300     88  SEM-CADEND                  VALUE 'S'.
013400 77  SW-TEM-ENDERECO             PIC X(01)   VALUE 'N'.
013500     88  TEM-ENDERECO                VALUE 'S'.
013600 77  SW-FAIXA-ACHADA             PIC X(01)   VALUE 'N'.
013700     88  FAIXA-ACHADA                VALUE 'S'.
013800 77  SW-UF-ACHADA                PIC X(01)   VALUE 'N'.
013900     88  UF-ACHADA                   VALUE 'S'.
014000 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
014100     88  FIM-ORDENACAO               VALUE 'S'.
014133 77  SW-ERRO-GRAVACAO            PIC X(01)   VALUE 'N'.
014166     88  ERRO-GRAVACAO               VALUE 'S'.
014200 77  SW-MOTIVO                   PIC X(01)   VALUE SPACE.
014300     88  ENDERECO-VALIDO             VALUE SPACE.
014400     88  MOTIVO-SEM-ENDERECO         VALUE '1'.
014500     88  MOTIVO-INCOMPLETO           VALUE '2'.
014600     88  MOTIVO-CEP-INVALIDO         VALUE '3'.
014700     88  MOTIVO-UF-DIVERGENTE        VALUE '4'.
014800 77  WRK-PARM-MES-ALFA           PIC X(02)   VALUE SPACES.
014900 77  WRK-PARM-MES                PIC 9(02)   VALUE ZEROS.
015000 77  WRK-ANO-ANIVERSARIO         PIC 9(04)   VALUE ZEROS.
015100 77  WRK-UF-CEP                  PIC X(02)   VALUE SPACES.
015200 77  IX-FAIXA                    PIC 9(02)   COMP VALUE ZERO.
015300 77  IX-UF                       PIC 9(02)   COMP VALUE ZERO.
015400 77  IX-ETQ                      PIC 9(01)   COMP VALUE ZERO.
015500 77  IX-LINHA                    PIC 9(01)   COMP VALUE ZERO.
015600 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
015700 77  WRK-QTDE-ANIVER             PIC 9(09)   COMP VALUE ZERO.
015800 77  WRK-QTDE-ETIQUETAS          PIC 9(09)   COMP VALUE ZERO.
015900 77  WRK-QTDE-SEM-ENDERECO       PIC 9(09)   COMP VALUE ZERO.
016000 77  WRK-QTDE-CEP-INVALIDO       PIC 9(09)   COMP VALUE ZERO.
016100 77  WRK-QTDE-UF-DIVERGENTE      PIC 9(09)   COMP VALUE ZERO.
016200 77  WRK-QTDE-EXCECOES           PIC 9(09)   COMP VALUE ZERO.
016300
016400*    FAIXAS DE CEP POR UF (INICIO, FIM E SIGLA), CONFORME A
016500*    DISTRIBUICAO DOS CORREIOS. UF COM MAIS DE UMA FAIXA APARECE
016600*    UMA VEZ POR FAIXA.
016700 01  WRK-FAIXAS-CEP.
016800     05  FILLER                  PIC X(18)
016900         VALUE '0100000019999999SP'.
017000     05  FILLER                  PIC X(18)
017100         VALUE '2000000028999999RJ'.
017200     05  FILLER                  PIC X(18)
017300         VALUE '2900000029999999ES'.
017400     05  FILLER                  PIC X(18)
017500         VALUE '3000000039999999MG'.
017600     05  FILLER                  PIC X(18)
017700         VALUE '4000000048999999BA'.
017800     05  FILLER                  PIC X(18)
017900         VALUE '4900000049999999SE'.
018000     05  FILLER                  PIC X(18)
018100         VALUE '5000000056999999PE'.
018200     05  FILLER                  PIC X(18)
018300         VALUE '5700000057999999AL'.
018400     05  FILLER                  PIC X(18)
018500         VALUE '5800000058999999PB'.
018600     05  FILLER                  PIC X(18)
018700         VALUE '5900000059999999RN'.
018800     05  FILLER                  PIC X(18)
018900         VALUE '6000000063999999CE'.
019000     05  FILLER                  PIC X(18)
019100         VALUE '6400000064999999PI'.
019200     05  FILLER                  PIC X(18)
019300         VALUE '6500000065999999MA'.
019400     05  FILLER                  PIC X(18)
019500         VALUE '6600000068899999PA'.
019600     05  FILLER                  PIC X(18)
019700         VALUE '6890000068999999AP'.
019800     05  FILLER                  PIC X(18)
019900         VALUE '6900000069299999AM'.
020000     05  FILLER                  PIC X(18)
020100         VALUE '6930000069399999RR'.
020200     05  FILLER                  PIC X(18)
020300         VALUE '6940000069899999AM'.
020400     05  FILLER                  PIC X(18)
020500         VALUE '6990000069999999AC'.
020600     05  FILLER                  PIC X(18)
020700         VALUE '7000000072799999DF'.
020800     05  FILLER                  PIC X(18)
020900         VALUE '7280000072999999GO'.
021000     05  FILLER                  PIC X(18)
021100         VALUE '7300000073699999DF'.
021200     05  FILLER                  PIC X(18)
021300         VALUE '7370000076799999GO'.
021400     05  FILLER                  PIC X(18)
021500         VALUE '7680000076999999RO'.
021600     05  FILLER                  PIC X(18)
021700         VALUE '7700000077999999TO'.
021800     05  FILLER                  PIC X(18)
021900         VALUE '7800000078899999MT'.
022000     05  FILLER                  PIC X(18)
022100         VALUE '7890000078999999RO'.
022200     05  FILLER                  PIC X(18)
022300         VALUE '7900000079999999MS'.
022400     05  FILLER                  PIC X(18)
022500         VALUE '8000000087999999PR'.
022600     05  FILLER                  PIC X(18)
022700         VALUE '8800000089999999SC'.
022800     05  FILLER                  PIC X(18)
022900         VALUE '9000000099999999RS'.
023000 01  WRK-TAB-FAIXAS-CEP REDEFINES WRK-FAIXAS-CEP.
023100     05  WRK-FAIXA-CEP           OCCURS 31 TIMES.
023200         10  WRK-FXA-INICIO      PIC 9(08).
023300         10  WRK-FXA-FIM         PIC 9(08).
023400         10  WRK-FXA-UF          PIC X(02).
023500
023600*    UNIDADES DA FEDERACAO, EM ORDEM ALFABETICA, E AS ETIQUETAS
023700*    GERADAS PARA CADA UMA.
023800 01  WRK-SIGLAS-UF.
023900     05  FILLER                  PIC X(18)
024000         VALUE 'ACALAMAPBACEDFESGO'.
024100     05  FILLER                  PIC X(18)
024200         VALUE 'MAMGMSMTPAPBPEPIPR'.
024300     05  FILLER                  PIC X(18)
024400         VALUE 'RJRNRORRRSSCSESPTO'.
024500 01  WRK-TAB-SIGLAS-UF REDEFINES WRK-SIGLAS-UF.
024600     05  WRK-UF-SIGLA            PIC X(02) OCCURS 27 TIMES.
024700 01  WRK-TAB-UF.
024800     05  WRK-UF-QTDE             PIC 9(09) COMP
024900                                 OCCURS 27 TIMES VALUE ZERO.
025000
025100*    FILEIRA DE ETIQUETAS EM MONTAGEM: TRES ETIQUETAS DE TRES
025200*    LINHAS (NOME, ENDERECO E CEP COM CIDADE E UF).
025300 01  WRK-FILEIRA-ETIQUETAS.
025400     05  WRK-ETQ                 OCCURS 3 TIMES.
025500         10  WRK-ETQ-TEXTO       PIC X(40) OCCURS 3 TIMES.
025600 01  WRK-CEP-EDITADO.
025700     05  WRK-CEP-PREFIXO         PIC 9(05).
025800     05  FILLER                  PIC X(01) VALUE '-'.
025900     05  WRK-CEP-SUFIXO          PIC 9(03).
026000 01  WRK-CEP-NUMERO              PIC 9(08).
026100 01  WRK-CEP-PARTES REDEFINES WRK-CEP-NUMERO.
026200     05  WRK-CEP-PARTE-1         PIC 9(05).
026300     05  WRK-CEP-PARTE-2         PIC 9(03).
026400
026500     COPY NEGPARM.
026600
026700     COPY RUNPARM.
026800
026900 01  WS-LINHA-ETIQUETA.
027000     05  ETQ-COLUNA              OCCURS 3 TIMES.
027100         10  ETQ-TEXTO           PIC X(40).
027200         10  FILLER              PIC X(04).
027300 01  WS-LINHA-ETQ-BRANCO         PIC X(132) VALUE SPACES.
027400
027500 01  WS-EXC-CABECALHO-1          PIC X(80)
027600     VALUE 'ANIVERSARIANTES COM ENDERECO A REGULARIZAR'.
027700 01  WS-EXC-CABECALHO-2          PIC X(80)
027800     VALUE 'ATUALIZAR PELA OPCAO 6 - ENDERECO/CONTATO DO MENU'.
027900 01  WS-EXC-COLUNAS.
028000     05  FILLER                  PIC X(33)
028100         VALUE 'CPF         NOME'.
028200     05  FILLER                  PIC X(25) VALUE 'MOTIVO'.
028300     05  FILLER                  PIC X(22) VALUE 'UF CEP'.
028400 01  WS-EXC-DETALHE.
028500     05  EXC-CPF                 PIC 9(11).
028600     05  FILLER                  PIC X(01) VALUE SPACES.
028700     05  EXC-NOME                PIC X(20).
028800     05  FILLER                  PIC X(01) VALUE SPACES.
028900     05  EXC-MOTIVO              PIC X(24).
029000     05  FILLER                  PIC X(01) VALUE SPACES.
029100     05  EXC-UF                  PIC X(02).
029200     05  FILLER                  PIC X(01) VALUE SPACES.
029300     05  EXC-CEP                 PIC X(08).
029400     05  FILLER                  PIC X(11) VALUE SPACES.
029500
029600 01  WS-LINHA-CABECALHO-1        PIC X(80)
029700     VALUE 'ETIQUETAS E MALA DIRETA DE ANIVERSARIANTES'.
029800 01  WS-LINHA-CABECALHO-2.
029900     05  FILLER                  PIC X(20)
030000         VALUE 'MES DE ANIVERSARIO: '.
030100     05  CAB-MES-MM              PIC 99.
030200     05  FILLER                  PIC X(01) VALUE '/'.
030300     05  CAB-MES-AAAA            PIC 9999.
030400     05  FILLER                  PIC X(04) VALUE SPACES.
030500     05  FILLER                  PIC X(19)
030600         VALUE 'DATA DO RELATORIO: '.
030700     05  CAB-DATA-DD             PIC 99.
030800     05  FILLER                  PIC X(01) VALUE '/'.
030900     05  CAB-DATA-MM             PIC 99.
031000     05  FILLER                  PIC X(01) VALUE '/'.
031100     05  CAB-DATA-AAAA           PIC 9999.
031200     05  FILLER                  PIC X(20) VALUE SPACES.
031300 01  WS-LINHA-TIT-UF             PIC X(80)
031400     VALUE 'ETIQUETAS GERADAS POR UF'.
031500 01  WS-LINHA-COL-UF             PIC X(80)
031600     VALUE 'UF       QTDE'.
031700 01  WS-LINHA-UF.
031800     05  UFL-SIGLA               PIC X(02).
031900     05  FILLER                  PIC X(02) VALUE SPACES.
032000     05  UFL-QTDE                PIC ZZZZZZZZ9.
032100     05  FILLER                  PIC X(67) VALUE SPACES.
032200 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
032300 01  WS-LINHA-TOTAL.
032400     05  TOT-TITULO              PIC X(25).
032500     05  TOT-VALOR               PIC ZZZZZZZZ9.
032600     05  FILLER                  PIC X(46) VALUE SPACES.
032700
032800***************************************************************
032900 PROCEDURE DIVISION.
033000***************************************************************
033100 0000-MAINLINE.
033200     PERFORM 0500-REGISTRAR-INICIO
033300         THRU 0500-REGISTRAR-INICIO-EXIT.
033400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
033500     IF NOT MES-VALIDO
033600         MOVE 8 TO RETURN-CODE
033700         GO TO 0000-MAINLINE-FIM
033800     END-IF.
033900     SORT ORDENACAO-ETIQUETA
034000         ON ASCENDING KEY SRT-CEP SRT-NOME
034100         INPUT PROCEDURE IS 2000-SELECIONAR-ANIVERSARIANTES
034200             THRU 2000-SELECIONAR-ANIVERSARIANTES-EXIT
034300         OUTPUT PROCEDURE IS 3000-GERAR-ETIQUETAS
034400             THRU 3000-GERAR-ETIQUETAS-EXIT.
034500     PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-IMPRIMIR-TOTAIS-EXIT.
034600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
034620     IF ERRO-GRAVACAO
034640         MOVE 8 TO RETURN-CODE
034660         GO TO 0000-MAINLINE-FIM
034680     END-IF.
034700     IF WRK-QTDE-EXCECOES > ZERO AND RETURN-CODE = ZERO
034800         MOVE 4 TO RETURN-CODE
034900     END-IF.
035000 0000-MAINLINE-FIM.
035100     MOVE WRK-QTDE-ETIQUETAS TO RUNCTL-QTDE.
035200     MOVE RETURN-CODE        TO RUNCTL-RC.
035300     PERFORM 8900-REGISTRAR-FIM
035400         THRU 8900-REGISTRAR-FIM-EXIT.
035500     STOP RUN.
035600
035700***************************************************************
035800*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
035900*    NOTURNA VIA ROTINA RUNCTL.                                 *
036000***************************************************************
036100 0500-REGISTRAR-INICIO.
036200     SET RUNCTL-FUNC-INICIO TO TRUE.
036300     MOVE 'PROGCB31' TO RUNCTL-JOB.
036400     MOVE ZEROS      TO RUNCTL-QTDE.
036500     MOVE ZEROS      TO RUNCTL-RC.
036600     CALL 'RUNCTL' USING RUNCTL-PARM.
036700 0500-REGISTRAR-INICIO-EXIT.
036800     EXIT.
036900
037000***************************************************************
037100*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
037200*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
037300***************************************************************
037400 8900-REGISTRAR-FIM.
037500     SET RUNCTL-FUNC-FIM TO TRUE.
037600     MOVE 'PROGCB31' TO RUNCTL-JOB.
037700     CALL 'RUNCTL' USING RUNCTL-PARM.
037800 8900-REGISTRAR-FIM-EXIT.
037900     EXIT.
038000
038100***************************************************************
038200*    LEITURA DO MES DE ANIVERSARIO VIA SYSIN (01 A 12; INVALIDO *
038300*    COM RC 8). O ANO DO ANIVERSARIO E O DA DATA DE NEGOCIO, OU *
038400*    O SEGUINTE QUANDO O MES INFORMADO JA PASSOU (CORRIDA       *
038500*    ANTECIPADA PARA JANEIRO). ABERTURA DOS ARQUIVOS DE SAIDA E *
038600*    IMPRESSAO DOS CABECALHOS.                                  *
038700***************************************************************
038800 1000-INICIALIZAR.
038900     ACCEPT WRK-PARM-MES-ALFA.
039000     IF WRK-PARM-MES-ALFA IS NUMERIC
039100         MOVE WRK-PARM-MES-ALFA TO WRK-PARM-MES
039200         IF WRK-PARM-MES NOT < 01 AND WRK-PARM-MES NOT > 12
039300             SET MES-VALIDO TO TRUE
039400         END-IF
039500     END-IF.
039600     IF NOT MES-VALIDO
039700         DISPLAY 'ERRO: MES DE ANIVERSARIO INVALIDO NO SYSIN - '
039800             WRK-PARM-MES-ALFA
039900         GO TO 1000-INICIALIZAR-EXIT
040000     END-IF.
040100     SET DATNEG-FUNC-CORRENTE TO TRUE.
040200     CALL 'DATNEG' USING DATNEG-PARM.
040300     MOVE DATNEG-AAAA TO WRK-ANO-ANIVERSARIO.
040400     IF WRK-PARM-MES < DATNEG-MM
040500         ADD 1 TO WRK-ANO-ANIVERSARIO
040600     END-IF.
040700     OPEN OUTPUT ETIQUETAS.
040800     OPEN OUTPUT MALA-DIRETA.
040900     OPEN OUTPUT EXCECOES.
041000     OPEN OUTPUT RELATORIO.
041100     MOVE WRK-PARM-MES        TO CAB-MES-MM.
041200     MOVE WRK-ANO-ANIVERSARIO TO CAB-MES-AAAA.
041300     MOVE DATNEG-DD   TO CAB-DATA-DD.
041400     MOVE DATNEG-MM   TO CAB-DATA-MM.
041500     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
041600     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
041700     PERFORM 8100-VERIFICAR-RELOUT
041800         THRU 8100-VERIFICAR-RELOUT-EXIT.
041900     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
042000     PERFORM 8100-VERIFICAR-RELOUT
042100         THRU 8100-VERIFICAR-RELOUT-EXIT.
042200     WRITE EXC-LINHA FROM WS-EXC-CABECALHO-1.
042300     PERFORM 8300-VERIFICAR-EXCOUT
042400         THRU 8300-VERIFICAR-EXCOUT-EXIT.
042500     WRITE EXC-LINHA FROM WS-LINHA-CABECALHO-2.
042600     PERFORM 8300-VERIFICAR-EXCOUT
042700         THRU 8300-VERIFICAR-EXCOUT-EXIT.
042800     WRITE EXC-LINHA FROM WS-EXC-CABECALHO-2.
042900     PERFORM 8300-VERIFICAR-EXCOUT
043000         THRU 8300-VERIFICAR-EXCOUT-EXIT.
043100     WRITE EXC-LINHA FROM WS-LINHA-BRANCO.
043200     PERFORM 8300-VERIFICAR-EXCOUT
043300         THRU 8300-VERIFICAR-EXCOUT-EXIT.
043400     WRITE EXC-LINHA FROM WS-EXC-COLUNAS.
043500     PERFORM 8300-VERIFICAR-EXCOUT
043600         THRU 8300-VERIFICAR-EXCOUT-EXIT.
043700 1000-INICIALIZAR-EXIT.
043800     EXIT.
043900
044000***************************************************************
044100*    PROCEDIMENTO DE ENTRADA DA ORDENACAO: LE O ARQUIVO MESTRE, *
044200*    SELECIONA OS ATIVOS NASCIDOS NO MES INFORMADO, BUSCA O     *
044300*    ENDERECO PELO CPF E LIBERA OS DE ENDERECO VALIDO; OS       *
044400*    DEMAIS VAO PARA A LISTA DE EXCECOES.                       *
044500***************************************************************
044600 2000-SELECIONAR-ANIVERSARIANTES.
044700     OPEN INPUT CADASTRO-PESSOAS.
044800     IF CADPES-NAO-EXISTE
044900         DISPLAY 'ARQUIVO MESTRE DE PESSOAS AUSENTE'
045000         GO TO 2000-SELECIONAR-ANIVERSARIANTES-EXIT
045100     END-IF.
045200     OPEN INPUT ENDERECO-CONTATO.
045300     IF CADEND-NAO-EXISTE
045400         SET SEM-CADEND TO TRUE
045500         DISPLAY 'ARQUIVO DE ENDERECOS AUSENTE - TODOS OS '
045600             'ANIVERSARIANTES VAO PARA A LISTA DE EXCECOES'
045700     END-IF.
045800     PERFORM 2100-LER-PROXIMO THRU 2100-LER-PROXIMO-EXIT.
045900     PERFORM 2200-SELECIONAR-PESSOA
046000         THRU 2200-SELECIONAR-PESSOA-EXIT
046100         UNTIL FIM-CADASTRO.
046200     CLOSE CADASTRO-PESSOAS.
046300     IF NOT SEM-CADEND
046400         CLOSE ENDERECO-CONTATO
046500     END-IF.
046600 2000-SELECIONAR-ANIVERSARIANTES-EXIT.
046700     EXIT.
046800
046900 2100-LER-PROXIMO.
047000     READ CADASTRO-PESSOAS NEXT RECORD
047100         AT END
047200             SET FIM-CADASTRO TO TRUE
047300     END-READ.
047400 2100-LER-PROXIMO-EXIT.
047500     EXIT.
047600
047700 2200-SELECIONAR-PESSOA.
047800     ADD 1 TO WRK-QTDE-LIDOS.
047900     IF NOT PESSOA-ATIVO OR PESSOA-DTNASC-MM NOT = WRK-PARM-MES
048000         GO TO 2200-SELECIONAR-PESSOA-SEGUINTE
048100     END-IF.
048200     ADD 1 TO WRK-QTDE-ANIVER.
048300     PERFORM 2300-LER-ENDERECO THRU 2300-LER-ENDERECO-EXIT.
048400     PERFORM 2400-VALIDAR-ENDERECO
048500         THRU 2400-VALIDAR-ENDERECO-EXIT.
048600     IF ENDERECO-VALIDO
048700         PERFORM 2500-LIBERAR-ETIQUETA
048800             THRU 2500-LIBERAR-ETIQUETA-EXIT
048900     ELSE
049000         PERFORM 2600-GRAVAR-EXCECAO THRU 2600-GRAVAR-EXCECAO-EXIT
049100     END-IF.
049200 2200-SELECIONAR-PESSOA-SEGUINTE.
049300     PERFORM 2100-LER-PROXIMO THRU 2100-LER-PROXIMO-EXIT.
049400 2200-SELECIONAR-PESSOA-EXIT.
049500     EXIT.
049600
049700***************************************************************
049800*    LE O REGISTRO DE ENDERECO DO CPF CORRENTE, INDICANDO EM    *
049900*    SW-TEM-ENDERECO SE EXISTE.                                 *
050000***************************************************************
050100 2300-LER-ENDERECO.
050200     MOVE 'N' TO SW-TEM-ENDERECO.
050300     IF SEM-CADEND
050400         GO TO 2300-LER-ENDERECO-EXIT
050500     END-IF.
050600     MOVE PESSOA-CPF TO ENDCON-CPF.
050700     READ ENDERECO-CONTATO
050800         INVALID KEY
050900             MOVE 'N' TO SW-TEM-ENDERECO
051000         NOT INVALID KEY
051100             SET TEM-ENDERECO TO TRUE
051200     END-READ.
051300 2300-LER-ENDERECO-EXIT.
051400     EXIT.
051500
051600***************************************************************
051700*    VALIDA O ENDERECO PARA A POSTAGEM: REGISTRO EXISTENTE COM  *
051800*    LOGRADOURO E CIDADE PREENCHIDOS, CEP NUMERICO DENTRO DE    *
051900*    UMA DAS FAIXAS DA TABELA E UF IGUAL A DA FAIXA DO CEP. O   *
052000*    MOTIVO DA REJEICAO FICA EM SW-MOTIVO.                      *
052100***************************************************************
052200 2400-VALIDAR-ENDERECO.
052300     MOVE SPACE TO SW-MOTIVO.
052400     IF NOT TEM-ENDERECO
052500         SET MOTIVO-SEM-ENDERECO TO TRUE
052600         GO TO 2400-VALIDAR-ENDERECO-EXIT
052700     END-IF.
052800     IF ENDCON-ENDERECO = SPACES OR ENDCON-CIDADE = SPACES
052900         SET MOTIVO-INCOMPLETO TO TRUE
053000         GO TO 2400-VALIDAR-ENDERECO-EXIT
053100     END-IF.
053200     IF ENDCON-CEP IS NOT NUMERIC
053300         SET MOTIVO-CEP-INVALIDO TO TRUE
053400         GO TO 2400-VALIDAR-ENDERECO-EXIT
053500     END-IF.
053600     MOVE 'N'    TO SW-FAIXA-ACHADA.
053700     MOVE SPACES TO WRK-UF-CEP.
053800     PERFORM 2410-PROCURAR-FAIXA THRU 2410-PROCURAR-FAIXA-EXIT
053900         VARYING IX-FAIXA FROM 1 BY 1
054000         UNTIL IX-FAIXA > 31 OR FAIXA-ACHADA.
054100     IF NOT FAIXA-ACHADA
054200         SET MOTIVO-CEP-INVALIDO TO TRUE
054300         GO TO 2400-VALIDAR-ENDERECO-EXIT
054400     END-IF.
054500     IF ENDCON-UF NOT = WRK-UF-CEP
054600         SET MOTIVO-UF-DIVERGENTE TO TRUE
054700     END-IF.
054800 2400-VALIDAR-ENDERECO-EXIT.
054900     EXIT.
055000
055100 2410-PROCURAR-FAIXA.
055200     IF ENDCON-CEP NOT < WRK-FXA-INICIO (IX-FAIXA)
055300         AND ENDCON-CEP NOT > WRK-FXA-FIM (IX-FAIXA)
055400         MOVE WRK-FXA-UF (IX-FAIXA) TO WRK-UF-CEP
055500         SET FAIXA-ACHADA TO TRUE
055600     END-IF.
055700 2410-PROCURAR-FAIXA-EXIT.
055800     EXIT.
055900
056000***************************************************************
056100*    LIBERA O ANIVERSARIANTE PARA A ORDENACAO, COM A IDADE QUE  *
056200*    COMPLETA NO ANO DO ANIVERSARIO (ZERO SE O ANO DE           *
056300*    NASCIMENTO NAO FOR CONFIAVEL).                             *
056400***************************************************************
056500 2500-LIBERAR-ETIQUETA.
056600     MOVE ENDCON-CEP        TO SRT-CEP.
056700     MOVE PESSOA-NOME       TO SRT-NOME.
056800     MOVE ENDCON-UF         TO SRT-UF.
056900     MOVE ENDCON-CIDADE     TO SRT-CIDADE.
057000     MOVE ENDCON-ENDERECO   TO SRT-ENDERECO.
057100     MOVE ENDCON-EMAIL      TO SRT-EMAIL.
057200     MOVE PESSOA-DTNASC-DD  TO SRT-DIA-NASCTO.
057300     MOVE PESSOA-DTNASC-MM  TO SRT-MES-NASCTO.
057400     MOVE ZEROS             TO SRT-IDADE.
057500     IF PESSOA-DTNASC-AAAA IS NUMERIC
057600         AND PESSOA-DTNASC-AAAA > 1900
057700         AND PESSOA-DTNASC-AAAA < WRK-ANO-ANIVERSARIO
057800         COMPUTE SRT-IDADE =
057900             WRK-ANO-ANIVERSARIO - PESSOA-DTNASC-AAAA
058000     END-IF.
058100     RELEASE SRT-ETQ-REG.
058200 2500-LIBERAR-ETIQUETA-EXIT.
058300     EXIT.
058400
058500***************************************************************
058600*    GRAVA O ANIVERSARIANTE NA LISTA DE EXCECOES COM O MOTIVO E *
058700*    A UF E O CEP HOJE CADASTRADOS.                             *
058800***************************************************************
058900 2600-GRAVAR-EXCECAO.
059000     MOVE PESSOA-CPF  TO EXC-CPF.
059100     MOVE PESSOA-NOME TO EXC-NOME.
059200     MOVE SPACES      TO EXC-UF.
059300     MOVE SPACES      TO EXC-CEP.
059400     IF TEM-ENDERECO
059500         MOVE ENDCON-UF  TO EXC-UF
059600         MOVE ENDCON-CEP TO EXC-CEP
059700     END-IF.
059800     EVALUATE TRUE
059900         WHEN MOTIVO-SEM-ENDERECO
060000             MOVE 'SEM ENDERECO CADASTRADO' TO EXC-MOTIVO
060100             ADD 1 TO WRK-QTDE-SEM-ENDERECO
060200         WHEN MOTIVO-INCOMPLETO
060300             MOVE 'ENDERECO INCOMPLETO'     TO EXC-MOTIVO
060400             ADD 1 TO WRK-QTDE-SEM-ENDERECO
060500         WHEN MOTIVO-CEP-INVALIDO
060600             MOVE 'CEP INVALIDO'            TO EXC-MOTIVO
060700             ADD 1 TO WRK-QTDE-CEP-INVALIDO
060800         WHEN MOTIVO-UF-DIVERGENTE
060900             MOVE 'UF NAO CONFERE COM O CEP' TO EXC-MOTIVO
061000             ADD 1 TO WRK-QTDE-UF-DIVERGENTE
061100     END-EVALUATE.
061200     WRITE EXC-LINHA FROM WS-EXC-DETALHE.
061300     PERFORM 8300-VERIFICAR-EXCOUT
061400         THRU 8300-VERIFICAR-EXCOUT-EXIT.
061500     ADD 1 TO WRK-QTDE-EXCECOES.
061600 2600-GRAVAR-EXCECAO-EXIT.
061700     EXIT.
061800
061900***************************************************************
062000*    PROCEDIMENTO DE SAIDA DA ORDENACAO: PARA CADA              *
062100*    ANIVERSARIANTE, NA ORDEM DE CEP, GRAVA O REGISTRO DE MALA  *
062200*    DIRETA, MONTA A ETIQUETA NA FILEIRA CORRENTE (IMPRESSA A   *
062300*    CADA TRES) E CONTA A ETIQUETA NA UF.                       *
062400***************************************************************
062500 3000-GERAR-ETIQUETAS.
062600     MOVE 'N'    TO SW-FIM-ORDENACAO.
062700     MOVE SPACES TO WRK-FILEIRA-ETIQUETAS.
062800     MOVE ZERO   TO IX-ETQ.
062900     PERFORM 3100-RETORNAR-ORDENACAO
063000         THRU 3100-RETORNAR-ORDENACAO-EXIT.
063100     PERFORM 3200-TRATAR-ANIVERSARIANTE
063200         THRU 3200-TRATAR-ANIVERSARIANTE-EXIT
063300         UNTIL FIM-ORDENACAO.
063400     IF IX-ETQ > ZERO
063500         PERFORM 3400-IMPRIMIR-FILEIRA
063600             THRU 3400-IMPRIMIR-FILEIRA-EXIT
063700     END-IF.
063800 3000-GERAR-ETIQUETAS-EXIT.
063900     EXIT.
064000
064100 3100-RETORNAR-ORDENACAO.
064200     RETURN ORDENACAO-ETIQUETA
064300         AT END
064400             SET FIM-ORDENACAO TO TRUE
064500     END-RETURN.
064600 3100-RETORNAR-ORDENACAO-EXIT.
064700     EXIT.
064800
064900 3200-TRATAR-ANIVERSARIANTE.
065000     ADD 1 TO WRK-QTDE-ETIQUETAS.
065100     MOVE SPACES             TO MALDIR-REC.
065200     MOVE WRK-QTDE-ETIQUETAS TO MAL-SEQUENCIA.
065300     MOVE SRT-CEP            TO MAL-CEP.
065400     MOVE SRT-UF             TO MAL-UF.
065500     MOVE SRT-CIDADE         TO MAL-CIDADE.
065600     MOVE SRT-ENDERECO       TO MAL-ENDERECO.
065700     MOVE SRT-NOME           TO MAL-NOME.
065800     MOVE SRT-DIA-NASCTO     TO MAL-DIA-NASCTO.
065900     MOVE SRT-MES-NASCTO     TO MAL-MES-NASCTO.
066000     MOVE SRT-IDADE          TO MAL-IDADE-COMPLETA.
066100     MOVE SRT-EMAIL          TO MAL-EMAIL.
066200     WRITE MALDIR-REC.
066300     PERFORM 8200-VERIFICAR-MALOUT
066400         THRU 8200-VERIFICAR-MALOUT-EXIT.
066500     PERFORM 3300-MONTAR-ETIQUETA THRU 3300-MONTAR-ETIQUETA-EXIT.
066600     MOVE 'N' TO SW-UF-ACHADA.
066700     PERFORM 3500-CONTAR-UF THRU 3500-CONTAR-UF-EXIT
066800         VARYING IX-UF FROM 1 BY 1
066900         UNTIL IX-UF > 27 OR UF-ACHADA.
067000     PERFORM 3100-RETORNAR-ORDENACAO
067100         THRU 3100-RETORNAR-ORDENACAO-EXIT.
067200 3200-TRATAR-ANIVERSARIANTE-EXIT.
067300     EXIT.
067400
067500***************************************************************
067600*    MONTA A ETIQUETA NA PROXIMA POSICAO DA FILEIRA: NOME,      *
067700*    LOGRADOURO E A LINHA DE CEP, CIDADE E UF. COMPLETADA A     *
067800*    FILEIRA, IMPRIME.                                          *
067900***************************************************************
068000 3300-MONTAR-ETIQUETA.
068100     ADD 1 TO IX-ETQ.
068200     MOVE SRT-NOME     TO WRK-ETQ-TEXTO (IX-ETQ, 1).
068300     MOVE SRT-ENDERECO TO WRK-ETQ-TEXTO (IX-ETQ, 2).
068400     MOVE SRT-CEP      TO WRK-CEP-NUMERO.
068500     MOVE WRK-CEP-PARTE-1 TO WRK-CEP-PREFIXO.
068600     MOVE WRK-CEP-PARTE-2 TO WRK-CEP-SUFIXO.
068700     STRING WRK-CEP-EDITADO DELIMITED BY SIZE
068800         '  '            DELIMITED BY SIZE
068900         SRT-CIDADE      DELIMITED BY '  '
069000         ' - '           DELIMITED BY SIZE
069100         SRT-UF          DELIMITED BY SIZE
069200         INTO WRK-ETQ-TEXTO (IX-ETQ, 3)
069300     END-STRING.
069400     IF IX-ETQ = 3
069500         PERFORM 3400-IMPRIMIR-FILEIRA
069600             THRU 3400-IMPRIMIR-FILEIRA-EXIT
069700     END-IF.
069800 3300-MONTAR-ETIQUETA-EXIT.
069900     EXIT.
070000
070100***************************************************************
070200*    IMPRIME A FILEIRA DE ETIQUETAS: AS TRES LINHAS DE TEXTO E  *
070300*    TRES EM BRANCO, COMPLETANDO AS SEIS LINHAS DE CADA         *
070400*    ETIQUETA. A FILEIRA E LIMPA PARA AS PROXIMAS.              *
070500***************************************************************
070600 3400-IMPRIMIR-FILEIRA.
070700     PERFORM 3410-IMPRIMIR-LINHA THRU 3410-IMPRIMIR-LINHA-EXIT
070800         VARYING IX-LINHA FROM 1 BY 1 UNTIL IX-LINHA > 3.
070900     PERFORM 3420-IMPRIMIR-BRANCO THRU 3420-IMPRIMIR-BRANCO-EXIT
071000         3 TIMES.
071100     MOVE SPACES TO WRK-FILEIRA-ETIQUETAS.
071200     MOVE ZERO   TO IX-ETQ.
071300 3400-IMPRIMIR-FILEIRA-EXIT.
071400     EXIT.
071500
071600 3410-IMPRIMIR-LINHA.
071700     MOVE WRK-ETQ-TEXTO (1, IX-LINHA) TO ETQ-TEXTO (1).
071800     MOVE WRK-ETQ-TEXTO (2, IX-LINHA) TO ETQ-TEXTO (2).
071900     MOVE WRK-ETQ-TEXTO (3, IX-LINHA) TO ETQ-TEXTO (3).
072000     WRITE ETQ-LINHA FROM WS-LINHA-ETIQUETA.
072100     PERFORM 8400-VERIFICAR-ETQOUT
072200         THRU 8400-VERIFICAR-ETQOUT-EXIT.
072300 3410-IMPRIMIR-LINHA-EXIT.
072400     EXIT.
072500
072600 3420-IMPRIMIR-BRANCO.
072700     WRITE ETQ-LINHA FROM WS-LINHA-ETQ-BRANCO.
072800     PERFORM 8400-VERIFICAR-ETQOUT
072900         THRU 8400-VERIFICAR-ETQOUT-EXIT.
073000 3420-IMPRIMIR-BRANCO-EXIT.
073100     EXIT.
073200
073300 3500-CONTAR-UF.
073400     IF WRK-UF-SIGLA (IX-UF) = SRT-UF
073500         ADD 1 TO WRK-UF-QTDE (IX-UF)
073600         SET UF-ACHADA TO TRUE
073700     END-IF.
073800 3500-CONTAR-UF-EXIT.
073900     EXIT.
074000
074100***************************************************************
074200*    IMPRIME AS ETIQUETAS POR UF, OS TOTAIS DA EXECUCAO E O     *
074300*    RODAPE DA LISTA DE EXCECOES.                               *
074400***************************************************************
074500 4000-IMPRIMIR-TOTAIS.
074600     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
074700     PERFORM 8100-VERIFICAR-RELOUT
074800         THRU 8100-VERIFICAR-RELOUT-EXIT.
074900     WRITE REL-LINHA FROM WS-LINHA-TIT-UF.
075000     PERFORM 8100-VERIFICAR-RELOUT
075100         THRU 8100-VERIFICAR-RELOUT-EXIT.
075200     WRITE REL-LINHA FROM WS-LINHA-COL-UF.
075300     PERFORM 8100-VERIFICAR-RELOUT
075400         THRU 8100-VERIFICAR-RELOUT-EXIT.
075500     PERFORM 4100-IMPRIMIR-UF THRU 4100-IMPRIMIR-UF-EXIT
075600         VARYING IX-UF FROM 1 BY 1 UNTIL IX-UF > 27.
075700     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
075800     PERFORM 8100-VERIFICAR-RELOUT
075900         THRU 8100-VERIFICAR-RELOUT-EXIT.
076000     MOVE 'REGISTROS LIDOS......: ' TO TOT-TITULO.
076100     MOVE WRK-QTDE-LIDOS TO TOT-VALOR.
076200     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
076300     MOVE 'ANIVERSARIANTES......: ' TO TOT-TITULO.
076400     MOVE WRK-QTDE-ANIVER TO TOT-VALOR.
076500     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
076600     MOVE 'ETIQUETAS GERADAS....: ' TO TOT-TITULO.
076700     MOVE WRK-QTDE-ETIQUETAS TO TOT-VALOR.
076800     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
076900     MOVE 'SEM ENDERECO.........: ' TO TOT-TITULO.
077000     MOVE WRK-QTDE-SEM-ENDERECO TO TOT-VALOR.
077100     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
077200     MOVE 'CEP INVALIDO.........: ' TO TOT-TITULO.
077300     MOVE WRK-QTDE-CEP-INVALIDO TO TOT-VALOR.
077400     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
077500     MOVE 'UF NAO CONFERE.......: ' TO TOT-TITULO.
077600     MOVE WRK-QTDE-UF-DIVERGENTE TO TOT-VALOR.
077700     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
077800     MOVE 'TOTAL DE EXCECOES....: ' TO TOT-TITULO.
077900     MOVE WRK-QTDE-EXCECOES TO TOT-VALOR.
078000     PERFORM 4200-IMPRIMIR-TOTAL THRU 4200-IMPRIMIR-TOTAL-EXIT.
078100     WRITE EXC-LINHA FROM WS-LINHA-BRANCO.
078200     PERFORM 8300-VERIFICAR-EXCOUT
078300         THRU 8300-VERIFICAR-EXCOUT-EXIT.
078400     WRITE EXC-LINHA FROM WS-LINHA-TOTAL.
078500     PERFORM 8300-VERIFICAR-EXCOUT
078600         THRU 8300-VERIFICAR-EXCOUT-EXIT.
078700     DISPLAY 'ANIVERSARIANTES......: ' WRK-QTDE-ANIVER.
078800     DISPLAY 'ETIQUETAS GERADAS....: ' WRK-QTDE-ETIQUETAS.
078900     DISPLAY 'TOTAL DE EXCECOES....: ' WRK-QTDE-EXCECOES.
079000 4000-IMPRIMIR-TOTAIS-EXIT.
079100     EXIT.
079200
079300 4100-IMPRIMIR-UF.
079400     IF WRK-UF-QTDE (IX-UF) = ZERO
079500         GO TO 4100-IMPRIMIR-UF-EXIT
079600     END-IF.
079700     MOVE WRK-UF-SIGLA (IX-UF) TO UFL-SIGLA.
079800     MOVE WRK-UF-QTDE (IX-UF)  TO UFL-QTDE.
079900     WRITE REL-LINHA FROM WS-LINHA-UF.
080000     PERFORM 8100-VERIFICAR-RELOUT
080100         THRU 8100-VERIFICAR-RELOUT-EXIT.
080200 4100-IMPRIMIR-UF-EXIT.
080300     EXIT.
080400
080500 4200-IMPRIMIR-TOTAL.
080600     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
080700     PERFORM 8100-VERIFICAR-RELOUT
080800         THRU 8100-VERIFICAR-RELOUT-EXIT.
080900 4200-IMPRIMIR-TOTAL-EXIT.
081000     EXIT.
081100
081200***************************************************************
081300*    VERIFICA O STATUS DA ULTIMA GRAVACAO EM CADA ARQUIVO DE    *
081400*    SAIDA E AVISA O OPERADOR EM CASO DE FALHA. FALHA NA MALA   *
081450*    DIRETA OU NAS ETIQUETAS ENCERRA COM RC 8.                  *
081500***************************************************************
081600 8100-VERIFICAR-RELOUT.
081700     IF NOT RELOUT-OK
081800         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
081900             WS-RELOUT-STATUS
082000     END-IF.
082100 8100-VERIFICAR-RELOUT-EXIT.
082200     EXIT.
082300
082400 8200-VERIFICAR-MALOUT.
082500     IF NOT MALOUT-OK
082600         DISPLAY 'ERRO: FALHA AO GRAVAR MALA DIRETA - STATUS '
082700             WS-MALOUT-STATUS
082800         SET ERRO-GRAVACAO TO TRUE
082900     END-IF.
083000 8200-VERIFICAR-MALOUT-EXIT.
083100     EXIT.
083200
083300 8300-VERIFICAR-EXCOUT.
083400     IF NOT EXCOUT-OK
083500         DISPLAY 'ERRO: FALHA AO GRAVAR LISTA DE EXCECOES - '
083600             'STATUS ' WS-EXCOUT-STATUS
083700     END-IF.
083800 8300-VERIFICAR-EXCOUT-EXIT.
083900     EXIT.
084000
084100 8400-VERIFICAR-ETQOUT.
084200     IF NOT ETQOUT-OK
084300         DISPLAY 'ERRO: FALHA AO GRAVAR ETIQUETAS - STATUS '
084400             WS-ETQOUT-STATUS
084500         SET ERRO-GRAVACAO TO TRUE
084600     END-IF.
084700 8400-VERIFICAR-ETQOUT-EXIT.
084800     EXIT.
084900
085000***************************************************************
085100*    ENCERRAMENTO DOS ARQUIVOS DE SAIDA                         *
085200***************************************************************
085300 9000-FINALIZAR.
085400     CLOSE ETIQUETAS.
085500     CLOSE MALA-DIRETA.
085600     CLOSE EXCECOES.
085700     CLOSE RELATORIO.
085800 9000-FINALIZAR-EXIT.
085900     EXIT.
