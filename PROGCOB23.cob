000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB23                                   *
000300*    DESCRICAO....: ELIMINACAO LGPD DOS DADOS DE UM TITULAR,    *
000400*                   A PARTIR DE UMA SOLICITACAO APROVADA        *
000500*                   INFORMADA VIA SYSIN (CPF, PROTOCOLO E       *
000600*                   RESPONSAVEL PELA APROVACAO). O REGISTRO     *
000700*                   MESTRE (CADPES, JA INATIVADO), O            *
000800*                   ENDERECO (CADEND) E A AUTORIZACAO DE        *
000850*                   ACESSO (CADACE) SAO EXCLUIDOS; NOS          *
000900*                   ARQUIVOS DE REGISTRO - LOG DE AUDITORIA     *
001000*                   (CADAUD), HISTORICO DE ALTERACOES           *
001100*                   (CADHST), MOVIMENTO DA PORTARIA (CADMOV)    *
001200*                   E LISTA DE CORRECAO (CADWRK) - O NOME E O   *
001300*                   CPF SAO SUBSTITUIDOS POR UM PSEUDONIMO      *
001400*                   DERIVADO DO PROTOCOLO, MANTENDO A           *
001500*                   QUANTIDADE DE REGISTROS E AS DATAS. O       *
001600*                   RELATORIO E O CERTIFICADO DE ELIMINACAO,    *
001700*                   COM A QUANTIDADE DE REGISTROS ALTERADOS     *
001800*                   POR ARQUIVO E AS LINHAS DE ASSINATURA.      *
001814*                   AS GERACOES JA ARQUIVADAS DO LOG DE         *
001828*                   AUDITORIA (AUDITLOG.ARQUIVO) NAO SAO        *
001842*                   ALTERADAS E CONSTAM DO CERTIFICADO COMO     *
001856*                   NAO ABRANGIDAS. A ELIMINACAO E RECUSADA     *
001870*                   ENQUANTO A REVOGACAO DO CRACHA DO TITULAR   *
001884*                   NAO TIVER SIDO ENVIADA (PROGCB26).          *
001900*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002000*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002100*    DATA-ESCRITA.: 2026-10-15                                  *
002200*-------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                               *
002500*    2026-10-15 EMC     VERSAO ORIGINAL - ELIMINACAO LGPD DO    *
002600*                       TITULAR COM CERTIFICADO.                *
002620*    2026-10-15 EMC     CPFS ANTIGOS DO TITULAR (CORRECAO OU    *
002640*                       UNIFICACAO, ARQUIVO CADXRF) TAMBEM SAO  *
002660*                       PSEUDONIMIZADOS; AS REFERENCIAS SAO     *
002680*                       EXCLUIDAS E CONTADAS NO CERTIFICADO.    *
002686*    2026-10-15 EMC     DATA DO CERTIFICADO PELA DATA DE        *
002692*                       NEGOCIO (ROTINA DATNEG).                *
002693*    2026-10-15 EMC     AUTORIZACAO DE ACESSO (CADACE) DO       *
002694*                       TITULAR E DOS CPFS ANTIGOS EXCLUIDA E   *
002695*                       CONTADA NO CERTIFICADO; FALHA NA        *
002696*                       ABERTURA DO ENDERECO CONTADA COMO       *
002697*                       FALHA.                                  *
002698*    2026-10-15 EMC     RECUSA A ELIMINACAO ENQUANTO HOUVER     *
002699*                       REVOGACAO DE CRACHA DO TITULAR AINDA    *
002700*                       NAO ENVIADA (CONTROLE CADRVC); MESTRE   *
002701*                       MANTIDO QUANDO OUTRO ARQUIVO FALHOU;    *
002702*                       ARQUIVO HISTORICO DA AUDITORIA          *
002703*                       LISTADO COMO NAO ABRANGIDO.             *
002704*    2026-10-15 EMC     NADA E EXCLUIDO SE ALGUM ARQUIVO FALHOU *
002705*                       NA PSEUDONIMIZACAO; IMAGEM ANTES DO     *
002706*                       ELIMINAR SO COM O MESTRE EXCLUIDO.      *
002707***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PROGCOB23.
003000 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003100 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CADASTRO-PESSOAS ASSIGN TO "CADPES"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PESSOA-CPF
004100         ALTERNATE RECORD KEY IS PESSOA-NOME
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-CADPES-STATUS.
004400
004500     SELECT ENDERECO-CONTATO ASSIGN TO "CADEND"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ENDCON-CPF
004900         FILE STATUS IS WS-CADEND-STATUS.
005000
005100     SELECT AUDITLOG ASSIGN TO "CADAUD"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CADAUD-STATUS.
005400
005500     SELECT HISTORICO ASSIGN TO "CADHST"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CADHST-STATUS.
005800
005900     SELECT MOVIMENTO ASSIGN TO "CADMOV"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CADMOV-STATUS.
006200
006300     SELECT CORRECAO ASSIGN TO "CADWRK"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CADWRK-STATUS.
006514
006528     SELECT REFERENCIA-CPF ASSIGN TO "CADXRF"
006542         ORGANIZATION IS INDEXED
006556         ACCESS MODE IS DYNAMIC
006570         RECORD KEY IS XRF-CPF-ANTIGO
006584         FILE STATUS IS WS-CADXRF-STATUS.
006586
006588     SELECT AUTORIZACAO-ACESSO ASSIGN TO "CADACE"
006590         ORGANIZATION IS INDEXED
006592         ACCESS MODE IS RANDOM
006594         RECORD KEY IS AUT-CPF
006596         FILE STATUS IS WS-CADACE-STATUS.
006597
006598     SELECT REVCONTROLE ASSIGN TO "CADRVC"
006599         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CADRVC-STATUS.
006601
006700     SELECT RELATORIO ASSIGN TO "RELOUT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-RELOUT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CADASTRO-PESSOAS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PESSOA.
007500
007600 FD  ENDERECO-CONTATO
007700     LABEL RECORDS ARE STANDARD.
007800     COPY ENDCON.
007900
008000 FD  AUDITLOG
008100     LABEL RECORDS ARE STANDARD.
008200     COPY AUDLOG.
008300
008400 FD  HISTORICO
008500     LABEL RECORDS ARE STANDARD.
008600     COPY HSTLOG.
008700
008800 FD  MOVIMENTO
008900     LABEL RECORDS ARE STANDARD.
009000     COPY MOVPOR.
009100
009200 FD  CORRECAO
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CORWRK.
009420
009440 FD  REFERENCIA-CPF
009460     LABEL RECORDS ARE STANDARD.
009480     COPY CPFXRF.
009484
009488 FD  AUTORIZACAO-ACESSO
009492     LABEL RECORDS ARE STANDARD.
009496     COPY AUTACE.
009497
009498 FD  REVCONTROLE
009499     LABEL RECORDS ARE STANDARD.
009500     COPY REVCTL.
009501
009600 FD  RELATORIO
009700     LABEL RECORDS ARE OMITTED
009800     RECORDING MODE IS F.
009900 01  REL-LINHA                   PIC X(80).
010000
010100 WORKING-STORAGE SECTION.
010200 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
010300     88  CADPES-OK                   VALUE '00'.
010400     88  CADPES-NAO-EXISTE           VALUE '35'.
010500 77  WS-CADEND-STATUS            PIC X(02)   VALUE '00'.
010600     88  CADEND-OK                   VALUE '00'.
010700     88  CADEND-NAO-EXISTE           VALUE '35'.
010800 77  WS-CADAUD-STATUS            PIC X(02)   VALUE '00'.
010900     88  CADAUD-OK                   VALUE '00'.
011000     88  CADAUD-NAO-EXISTE           VALUE '35'.
011100     88  FIM-CADAUD                  VALUE '10'.
011200 77  WS-CADHST-STATUS            PIC X(02)   VALUE '00'.
011300     88  CADHST-OK                   VALUE '00'.
011400     88  CADHST-NAO-EXISTE           VALUE '35'.
011500     88  FIM-CADHST                  VALUE '10'.
011600 77  WS-CADMOV-STATUS            PIC X(02)   VALUE '00'.
011700     88  CADMOV-OK                   VALUE '00'.
011800     88  CADMOV-NAO-EXISTE           VALUE '35'.
011900     88  FIM-CADMOV                  VALUE '10'.
012000 77  WS-CADWRK-STATUS            PIC X(02)   VALUE '00'.
012100     88  CADWRK-OK                   VALUE '00'.
012200     88  CADWRK-NAO-EXISTE           VALUE '35'.
012300     88  FIM-CADWRK                  VALUE '10'.
012320 77  WS-CADXRF-STATUS            PIC X(02)   VALUE '00'.
012340     88  CADXRF-OK                   VALUE '00'.
012360     88  CADXRF-NAO-EXISTE           VALUE '35'.
012380     88  FIM-CADXRF                  VALUE '10'.
012385 77  WS-CADACE-STATUS            PIC X(02)   VALUE '00'.
012390     88  CADACE-OK                   VALUE '00'.
012395     88  CADACE-NAO-EXISTE           VALUE '35'.
012396 77  WS-CADRVC-STATUS            PIC X(02)   VALUE '00'.
012397     88  CADRVC-OK                   VALUE '00'.
012398     88  CADRVC-NAO-EXISTE           VALUE '35'.
012400 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
012500     88  RELOUT-OK                   VALUE '00'.
012600 77  WRK-CPF                     PIC 9(11)   VALUE ZEROS.
012700 77  WRK-PROTOCOLO               PIC 9(09)   VALUE ZEROS.
012800 77  WRK-NOME-TITULAR            PIC X(20)   VALUE SPACES.
012900 77  WRK-TOKEN-NOME              PIC X(20)   VALUE SPACES.
013000 77  WRK-MOTIVO-RECUSA           PIC X(50)   VALUE SPACES.
013100 77  WRK-QTDE-CADPES             PIC 9(09)   COMP VALUE ZERO.
013200 77  WRK-QTDE-CADEND             PIC 9(09)   COMP VALUE ZERO.
013300 77  WRK-QTDE-CADAUD             PIC 9(09)   COMP VALUE ZERO.
013400 77  WRK-QTDE-CADHST             PIC 9(09)   COMP VALUE ZERO.
013500 77  WRK-QTDE-CADMOV             PIC 9(09)   COMP VALUE ZERO.
013600 77  WRK-QTDE-CADWRK             PIC 9(09)   COMP VALUE ZERO.
013650 77  WRK-QTDE-CADXRF             PIC 9(09)   COMP VALUE ZERO.
013675 77  WRK-QTDE-CADACE             PIC 9(09)   COMP VALUE ZERO.
013700 77  WRK-QTDE-TOTAL              PIC 9(09)   COMP VALUE ZERO.
013800 77  WRK-QTDE-FALHAS             PIC 9(09)   COMP VALUE ZERO.
013900 77  SW-PARM-VALIDO              PIC X(01)   VALUE 'N'.
014000     88  PARM-VALIDO                 VALUE 'S'.
014100 77  SW-RECUSADA                 PIC X(01)   VALUE 'N'.
014200     88  ELIMINACAO-RECUSADA         VALUE 'S'.
014300 77  SW-TEM-MESTRE               PIC X(01)   VALUE 'N'.
014400     88  TEM-MESTRE                  VALUE 'S'.
014500 77  SW-TEM-NOME                 PIC X(01)   VALUE 'N'.
014600     88  TEM-NOME                    VALUE 'S'.
014700 77  SW-REG-ALTERADO             PIC X(01)   VALUE 'N'.
014800     88  REG-ALTERADO                VALUE 'S'.
014900 77  SW-SEM-CADEND               PIC X(01)   VALUE 'N'.
015000     88  SEM-CADEND                  VALUE 'S'.
015100 77  SW-SEM-CADAUD               PIC X(01)   VALUE 'N'.
015200     88  SEM-CADAUD                  VALUE 'S'.
015300 77  SW-SEM-CADHST               PIC X(01)   VALUE 'N'.
015400     88  SEM-CADHST                  VALUE 'S'.
015500 77  SW-SEM-CADMOV               PIC X(01)   VALUE 'N'.
015600     88  SEM-CADMOV                  VALUE 'S'.
015700 77  SW-SEM-CADWRK               PIC X(01)   VALUE 'N'.
015800     88  SEM-CADWRK                  VALUE 'S'.
015805 77  SW-SEM-CADXRF               PIC X(01)   VALUE 'N'.
015810     88  SEM-CADXRF                  VALUE 'S'.
015811 77  SW-SEM-CADACE               PIC X(01)   VALUE 'N'.
015812     88  SEM-CADACE                  VALUE 'S'.
015813 77  SW-FIM-CTL                  PIC X(01)   VALUE 'N'.
015814     88  FIM-CTL                     VALUE 'S'.
015815 77  SW-REVOGACAO-PENDENTE       PIC X(01)   VALUE 'N'.
015816     88  REVOGACAO-PENDENTE          VALUE 'S'.
015817 77  SW-XRF-ABERTO               PIC X(01)   VALUE 'N'.
015820     88  XRF-ABERTO                  VALUE 'S'.
015825 77  SW-ALIAS-NOVO               PIC X(01)   VALUE 'N'.
015830     88  ALIAS-NOVO                  VALUE 'S'.
015835 77  SW-CPF-DO-TITULAR           PIC X(01)   VALUE 'N'.
015840     88  CPF-DO-TITULAR              VALUE 'S'.
015845 77  WRK-CPF-TESTE               PIC 9(11)   VALUE ZEROS.
015850 77  WRK-QTDE-ALIAS              PIC 9(04)   COMP VALUE ZERO.
015855 77  IX-ALIAS                    PIC 9(04)   COMP VALUE ZERO.
015860
015865*    CPFS ANTIGOS QUE O ARQUIVO DE REFERENCIAS LEVA, DIRETA OU
015870*    INDIRETAMENTE, AO CPF DO TITULAR.
015875 01  WRK-TAB-ALIAS.
015880     05  WRK-ALIAS-CPF           PIC 9(11) OCCURS 50 TIMES.
015881
015882*    MARCAS DE DATA-HORA (AAAAMMDDHHMMSS): CORTE DO ULTIMO ENVIO
015883*    DE CRACHAS (PROGCB26) E A DO REGISTRO DE HISTORICO CORRENTE.
015884 01  WRK-MARCA-CORTE.
015885     05  WRK-CORTE-DATA          PIC 9(08)   VALUE ZEROS.
015886     05  WRK-CORTE-HORA          PIC 9(06)   VALUE ZEROS.
015887 01  WRK-MARCA-CORTE-N REDEFINES WRK-MARCA-CORTE
015888                                 PIC 9(14).
015889 01  WRK-MARCA-HST.
015890     05  WRK-HST-DATA            PIC 9(08)   VALUE ZEROS.
015891     05  WRK-HST-HORA            PIC 9(06)   VALUE ZEROS.
015892 01  WRK-MARCA-HST-N REDEFINES WRK-MARCA-HST
015893                                 PIC 9(14).
015900
016000 01  WRK-PARM-SYSIN.
016100     05  PARM-CPF-ALFA           PIC X(11).
016200     05  FILLER                  PIC X(01).
016300     05  PARM-PROTOCOLO-ALFA     PIC X(09).
016400     05  FILLER                  PIC X(01).
016500     05  PARM-APROVADOR          PIC X(30).
016600
016700*    PSEUDONIMO NUMERICO NO LUGAR DO CPF: '9', O PROTOCOLO E UM
016800*    DIGITO FINAL AJUSTADO PARA REPROVAR NO DIGITO VERIFICADOR,
016900*    DE FORMA QUE NUNCA COINCIDA COM UM CPF REAL.
017000 01  WRK-TOKEN-CPF               PIC 9(11)   VALUE ZEROS.
017100 01  WRK-TOKEN-CPF-R REDEFINES WRK-TOKEN-CPF.
017200     05  TOKEN-PREFIXO           PIC 9(01).
017300     05  TOKEN-PROTOCOLO         PIC 9(09).
017400     05  TOKEN-DIGITO            PIC 9(01).
017500
017600 01  WRK-CPF-EDICAO.
017700     05  CPFE-BLOCO-1            PIC 9(03).
017800     05  CPFE-BLOCO-2            PIC 9(03).
017900     05  CPFE-BLOCO-3            PIC 9(03).
018000     05  CPFE-DV                 PIC 9(02).
018100
018200 01  WRK-IMAGEM.
018300     05  IMG-NOME                PIC X(20).
018400     05  IMG-IDADE               PIC 9(02).
018500     05  IMG-CPF                 PIC 9(11).
018600     05  IMG-DT-NASCTO           PIC 9(08).
018700     05  IMG-DT-CADASTRO         PIC 9(08).
018800     05  IMG-STATUS              PIC X(01).
018900     05  IMG-DT-INATIVACAO       PIC 9(08).
019000     05  FILLER                  PIC X(01).
019100
019200 01  WS-DATA-HORA-SISTEMA.
019300     05  WS-DATA-SISTEMA.
019400         10  WS-DATA-AAAA        PIC 9(04).
019500         10  WS-DATA-MM          PIC 9(02).
019600         10  WS-DATA-DD          PIC 9(02).
019700     05  WS-HORA-SISTEMA.
019800         10  WS-HORA-HH          PIC 9(02).
019900         10  WS-HORA-MM          PIC 9(02).
020000         10  WS-HORA-SS          PIC 9(02).
020100         10  WS-HORA-CENT        PIC 9(02).
020200
020300     COPY CPFPARM.
020400
020500     COPY RUNPARM.
020533
020566     COPY NEGPARM.
020600
020700 01  WS-LINHA-CABECALHO-1        PIC X(80)
020800     VALUE 'CERTIFICADO DE ELIMINACAO DE DADOS PESSOAIS - LGPD'.
020900 01  WS-LINHA-CABECALHO-2.
021000     05  FILLER                  PIC X(19)
021100         VALUE 'DATA DA EXECUCAO.: '.
021200     05  CAB-DATA-DD             PIC 99.
021300     05  FILLER                  PIC X(01) VALUE '/'.
021400     05  CAB-DATA-MM             PIC 99.
021500     05  FILLER                  PIC X(01) VALUE '/'.
021600     05  CAB-DATA-AAAA           PIC 9999.
021700     05  FILLER                  PIC X(51) VALUE SPACES.
021800 01  WS-LINHA-ROTULO.
021900     05  ROT-TITULO              PIC X(24).
022000     05  ROT-VALOR               PIC X(56).
022100 01  WS-LINHA-CPF-MASCARA.
022200     05  FILLER                  PIC X(24)
022300         VALUE 'CPF DO TITULAR........: '.
022400     05  FILLER                  PIC X(04) VALUE '***.'.
022500     05  MSC-BLOCO-2             PIC 9(03).
022600     05  FILLER                  PIC X(01) VALUE '.'.
022700     05  MSC-BLOCO-3             PIC 9(03).
022800     05  FILLER                  PIC X(03) VALUE '-**'.
022900     05  FILLER                  PIC X(42) VALUE SPACES.
023000 01  WS-LINHA-COLUNAS.
023100     05  FILLER                  PIC X(23) VALUE 'ARQUIVO'.
023200     05  FILLER                  PIC X(08) VALUE 'DDNAME'.
023300     05  FILLER                  PIC X(18) VALUE 'TRATAMENTO'.
023400     05  FILLER                  PIC X(31) VALUE 'REGISTROS'.
023500 01  WS-LINHA-ARQUIVO.
023600     05  ARQ-NOME                PIC X(21).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  ARQ-DDNAME              PIC X(06).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  ARQ-TRATAMENTO          PIC X(16).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  ARQ-QTDE                PIC ZZZZZZZZ9.
024300     05  FILLER                  PIC X(22) VALUE SPACES.
024400 01  WS-LINHA-SITUACAO.
024500     05  FILLER                  PIC X(10) VALUE 'SITUACAO: '.
024600     05  SIT-TEXTO               PIC X(70).
024700 01  WS-LINHA-ASSINATURA.
024800     05  ASS-FUNCAO              PIC X(29).
024900     05  FILLER                  PIC X(30)
025000         VALUE '______________________________'.
025100     05  FILLER                  PIC X(21)
025200         VALUE '  DATA: ___/___/____'.
025300 01  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.
025400 01  WS-LINHA-TOTAL.
025500     05  TOT-TITULO              PIC X(25).
025600     05  TOT-VALOR               PIC ZZZZZZZZ9.
025700     05  FILLER                  PIC X(46) VALUE SPACES.
025800
025900***************************************************************
026000 PROCEDURE DIVISION.
026100***************************************************************
026200 0000-MAINLINE.
026300     PERFORM 0500-REGISTRAR-INICIO
026400         THRU 0500-REGISTRAR-INICIO-EXIT.
026500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
026600     IF PARM-VALIDO
026700         PERFORM 2000-LOCALIZAR-MESTRE
026800             THRU 2000-LOCALIZAR-MESTRE-EXIT
026900     END-IF.
026920     IF PARM-VALIDO AND NOT ELIMINACAO-RECUSADA
026940         PERFORM 2500-CARREGAR-REFERENCIAS
026960             THRU 2500-CARREGAR-REFERENCIAS-EXIT
026980     END-IF.
026984     IF PARM-VALIDO AND NOT ELIMINACAO-RECUSADA
026988         PERFORM 2700-VERIFICAR-ENVIO-CRACHA
026992             THRU 2700-VERIFICAR-ENVIO-CRACHA-EXIT
026996     END-IF.
027000     IF PARM-VALIDO AND NOT ELIMINACAO-RECUSADA
027100         PERFORM 3000-TRATAR-HISTORICO
027200             THRU 3000-TRATAR-HISTORICO-EXIT
027300         PERFORM 4000-TRATAR-AUDITORIA
027400             THRU 4000-TRATAR-AUDITORIA-EXIT
027500         PERFORM 5000-TRATAR-MOVIMENTO
027600             THRU 5000-TRATAR-MOVIMENTO-EXIT
027700         PERFORM 5500-TRATAR-CORRECAO
027800             THRU 5500-TRATAR-CORRECAO-EXIT
027900         PERFORM 6000-EXCLUIR-CADASTRO
028000             THRU 6000-EXCLUIR-CADASTRO-EXIT
028100         PERFORM 6500-REGISTRAR-ELIMINACAO
028200             THRU 6500-REGISTRAR-ELIMINACAO-EXIT
028300     END-IF.
028400     PERFORM 7000-IMPRIMIR-CERTIFICADO
028500         THRU 7000-IMPRIMIR-CERTIFICADO-EXIT.
028600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
028700     MOVE WRK-QTDE-TOTAL TO RUNCTL-QTDE.
028800     MOVE RETURN-CODE    TO RUNCTL-RC.
028900     PERFORM 8900-REGISTRAR-FIM
029000         THRU 8900-REGISTRAR-FIM-EXIT.
029100     STOP RUN.
029200
029300***************************************************************
029400*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
029500*    NOTURNA VIA ROTINA RUNCTL.                                 *
029600***************************************************************
029700 0500-REGISTRAR-INICIO.
029800     SET RUNCTL-FUNC-INICIO TO TRUE.
029900     MOVE 'PROGCB23' TO RUNCTL-JOB.
030000     MOVE ZEROS      TO RUNCTL-QTDE.
030100     MOVE ZEROS      TO RUNCTL-RC.
030200     CALL 'RUNCTL' USING RUNCTL-PARM.
030300 0500-REGISTRAR-INICIO-EXIT.
030400     EXIT.
030500
030600***************************************************************
030700*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
030800*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
030900***************************************************************
031000 8900-REGISTRAR-FIM.
031100     SET RUNCTL-FUNC-FIM TO TRUE.
031200     MOVE 'PROGCB23' TO RUNCTL-JOB.
031300     CALL 'RUNCTL' USING RUNCTL-PARM.
031400 8900-REGISTRAR-FIM-EXIT.
031500     EXIT.
031600
031700***************************************************************
031800*    ABERTURA DO RELATORIO E LEITURA DA SOLICITACAO VIA SYSIN:  *
031900*    CPF (VALIDADO PELA ROTINA CPFVAL), PROTOCOLO NUMERICO DE   *
032000*    9 DIGITOS E RESPONSAVEL PELA APROVACAO. SOLICITACAO        *
032100*    INCOMPLETA OU INVALIDA E RECUSADA COM RC=8.                *
032200***************************************************************
032300 1000-INICIALIZAR.
032400     OPEN OUTPUT RELATORIO.
032500     SET DATNEG-FUNC-CORRENTE TO TRUE.
032550     CALL 'DATNEG' USING DATNEG-PARM.
032600     MOVE SPACES TO WRK-PARM-SYSIN.
032700     ACCEPT WRK-PARM-SYSIN.
032800     IF PARM-CPF-ALFA IS NUMERIC
032900         MOVE PARM-CPF-ALFA TO WRK-CPF
033000         MOVE WRK-CPF TO CPFVAL-CPF
033100         CALL 'CPFVAL' USING CPFVAL-PARM
033200         IF CPFVAL-VALIDO
033300             SET PARM-VALIDO TO TRUE
033400         END-IF
033500     END-IF.
033600     IF NOT PARM-VALIDO
033700         MOVE 'CPF AUSENTE OU INVALIDO NA SOLICITACAO'
033800             TO WRK-MOTIVO-RECUSA
033900         GO TO 1000-INICIALIZAR-RECUSA
034000     END-IF.
034100     IF PARM-PROTOCOLO-ALFA IS NUMERIC
034200         MOVE PARM-PROTOCOLO-ALFA TO WRK-PROTOCOLO
034300     END-IF.
034400     IF WRK-PROTOCOLO = ZEROS
034500         MOVE 'N' TO SW-PARM-VALIDO
034600         MOVE 'PROTOCOLO DA SOLICITACAO AUSENTE OU INVALIDO'
034700             TO WRK-MOTIVO-RECUSA
034800         GO TO 1000-INICIALIZAR-RECUSA
034900     END-IF.
035000     IF PARM-APROVADOR = SPACES
035100         MOVE 'N' TO SW-PARM-VALIDO
035200         MOVE 'RESPONSAVEL PELA APROVACAO NAO INFORMADO'
035300             TO WRK-MOTIVO-RECUSA
035400         GO TO 1000-INICIALIZAR-RECUSA
035500     END-IF.
035600     PERFORM 1100-GERAR-PSEUDONIMO
035700         THRU 1100-GERAR-PSEUDONIMO-EXIT.
035800     GO TO 1000-INICIALIZAR-EXIT.
035900 1000-INICIALIZAR-RECUSA.
036000     SET ELIMINACAO-RECUSADA TO TRUE.
036100     MOVE 8 TO RETURN-CODE.
036200     DISPLAY 'ELIMINACAO RECUSADA: ' WRK-MOTIVO-RECUSA.
036300 1000-INICIALIZAR-EXIT.
036400     EXIT.
036500
036600***************************************************************
036700*    MONTA O PSEUDONIMO DO TITULAR A PARTIR DO PROTOCOLO: O     *
036800*    CPF FICTICIO '9' + PROTOCOLO + DIGITO, COM O ULTIMO DIGITO *
036900*    TROCADO QUANDO A ROTINA CPFVAL O APROVA (TROCAR SO O       *
037000*    SEGUNDO DIGITO VERIFICADOR SEMPRE O TORNA INVALIDO), E O   *
037100*    NOME 'TITULAR-' + PROTOCOLO.                               *
037200***************************************************************
037300 1100-GERAR-PSEUDONIMO.
037400     MOVE 9             TO TOKEN-PREFIXO.
037500     MOVE WRK-PROTOCOLO TO TOKEN-PROTOCOLO.
037600     MOVE ZERO          TO TOKEN-DIGITO.
037700     MOVE WRK-TOKEN-CPF TO CPFVAL-CPF.
037800     CALL 'CPFVAL' USING CPFVAL-PARM.
037900     IF CPFVAL-VALIDO
038000         MOVE 1 TO TOKEN-DIGITO
038100     END-IF.
038200     MOVE SPACES TO WRK-TOKEN-NOME.
038300     STRING 'TITULAR-' DELIMITED BY SIZE
038400         WRK-PROTOCOLO DELIMITED BY SIZE
038500         INTO WRK-TOKEN-NOME
038600     END-STRING.
038700 1100-GERAR-PSEUDONIMO-EXIT.
038800     EXIT.
038900
039000***************************************************************
039100*    LOCALIZA O REGISTRO MESTRE DO CPF. REGISTRO AINDA ATIVO E  *
039200*    RECUSADO: A PESSOA DEVE SER INATIVADA ANTES (MENU OU       *
039300*    MANUTENCAO EM LOTE), O QUE REGISTRA A DECISAO NO LOG E NO  *
039400*    HISTORICO. SEM REGISTRO MESTRE (JA EXPURGADO) A ELIMINACAO *
039500*    SEGUE PELOS ARQUIVOS DE REGISTRO.                          *
039600***************************************************************
039700 2000-LOCALIZAR-MESTRE.
039800     OPEN I-O CADASTRO-PESSOAS.
039900     IF NOT CADPES-OK
040000         DISPLAY 'ERRO: FALHA AO ABRIR CADASTRO - STATUS '
040100             WS-CADPES-STATUS
040200         MOVE 'FALHA AO ABRIR O ARQUIVO MESTRE'
040300             TO WRK-MOTIVO-RECUSA
040400         SET ELIMINACAO-RECUSADA TO TRUE
040500         MOVE 8 TO RETURN-CODE
040600         GO TO 2000-LOCALIZAR-MESTRE-EXIT
040700     END-IF.
040800     MOVE WRK-CPF TO PESSOA-CPF.
040900     READ CADASTRO-PESSOAS
041000         INVALID KEY
041100             MOVE 'N' TO SW-TEM-MESTRE
041200         NOT INVALID KEY
041300             SET TEM-MESTRE TO TRUE
041400     END-READ.
041500     IF NOT TEM-MESTRE
041600         GO TO 2000-LOCALIZAR-MESTRE-EXIT
041700     END-IF.
041800     MOVE PESSOA-NOME TO WRK-NOME-TITULAR.
041900     SET TEM-NOME TO TRUE.
042000     IF PESSOA-ATIVO
042100         MOVE 'REGISTRO ATIVO - INATIVAR ANTES DA ELIMINACAO'
042200             TO WRK-MOTIVO-RECUSA
042300         SET ELIMINACAO-RECUSADA TO TRUE
042400         MOVE 8 TO RETURN-CODE
042500         DISPLAY 'ELIMINACAO RECUSADA: ' WRK-MOTIVO-RECUSA
042600     END-IF.
042700 2000-LOCALIZAR-MESTRE-EXIT.
042800     EXIT.
042801
042802***************************************************************
042803*    CARREGA OS CPFS ANTIGOS DO TITULAR: AS REFERENCIAS DE      *
042804*    CORRECAO E DE UNIFICACAO (CADXRF) CUJO CPF NOVO E O DO     *
042805*    TITULAR OU OUTRO CPF ANTIGO DELE. O LOG DE AUDITORIA E AS  *
042806*    IMAGENS DO HISTORICO GUARDAM O CPF DA EPOCA, QUE TAMBEM E  *
042807*    DADO DO TITULAR. CPF INFORMADO QUE JA FOI SUBSTITUIDO, SEM *
042808*    REGISTRO MESTRE, E RECUSADO: A SOLICITACAO DEVE TRAZER O   *
042809*    CPF ATUAL.                                                 *
042810***************************************************************
042811 2500-CARREGAR-REFERENCIAS.
042812     MOVE ZERO TO WRK-QTDE-ALIAS.
042813     OPEN I-O REFERENCIA-CPF.
042814     IF CADXRF-NAO-EXISTE
042815         SET SEM-CADXRF TO TRUE
042816         GO TO 2500-CARREGAR-REFERENCIAS-EXIT
042817     END-IF.
042818     IF NOT CADXRF-OK
042819         DISPLAY 'ERRO: FALHA AO ABRIR REFERENCIAS DE CPF - '
042820             'STATUS ' WS-CADXRF-STATUS
042821         SET SEM-CADXRF TO TRUE
042822         ADD 1 TO WRK-QTDE-FALHAS
042823         GO TO 2500-CARREGAR-REFERENCIAS-EXIT
042824     END-IF.
042825     SET XRF-ABERTO TO TRUE.
042826     MOVE WRK-CPF TO XRF-CPF-ANTIGO.
042827     READ REFERENCIA-CPF
042828         INVALID KEY
042829             CONTINUE
042830         NOT INVALID KEY
042831             IF NOT TEM-MESTRE
042832                 MOVE SPACES TO WRK-MOTIVO-RECUSA
042833                 STRING 'CPF SUBSTITUIDO POR ' DELIMITED BY SIZE
042834                     XRF-CPF-NOVO DELIMITED BY SIZE
042835                     ' - INFORMAR O CPF ATUAL' DELIMITED BY SIZE
042836                     INTO WRK-MOTIVO-RECUSA
042837                 END-STRING
042838                 SET ELIMINACAO-RECUSADA TO TRUE
042839                 MOVE 8 TO RETURN-CODE
042840                 DISPLAY 'ELIMINACAO RECUSADA: ' WRK-MOTIVO-RECUSA
042841             END-IF
042842     END-READ.
042843     IF ELIMINACAO-RECUSADA
042844         GO TO 2500-CARREGAR-REFERENCIAS-EXIT
042845     END-IF.
042846     SET ALIAS-NOVO TO TRUE.
042847     PERFORM 2550-VARRER-REFERENCIAS
042848         THRU 2550-VARRER-REFERENCIAS-EXIT
042849         UNTIL NOT ALIAS-NOVO.
042850 2500-CARREGAR-REFERENCIAS-EXIT.
042851     EXIT.
042852
042853***************************************************************
042854*    UMA PASSADA PELO ARQUIVO DE REFERENCIAS. REPETIDA ENQUANTO *
042855*    ENCONTRAR CPF ANTIGO NOVO, PARA ALCANCAR AS CADEIAS (CPF   *
042856*    CORRIGIDO E DEPOIS UNIFICADO).                             *
042857***************************************************************
042858 2550-VARRER-REFERENCIAS.
042859     MOVE 'N' TO SW-ALIAS-NOVO.
042860     MOVE ZEROS TO XRF-CPF-ANTIGO.
042861     START REFERENCIA-CPF KEY IS NOT LESS THAN XRF-CPF-ANTIGO
042862         INVALID KEY
042863             GO TO 2550-VARRER-REFERENCIAS-EXIT
042864     END-START.
042865     PERFORM 2560-LER-REFERENCIA THRU 2560-LER-REFERENCIA-EXIT.
042866     PERFORM 2570-AVALIAR-REFERENCIA
042867         THRU 2570-AVALIAR-REFERENCIA-EXIT
042868         UNTIL FIM-CADXRF.
042869 2550-VARRER-REFERENCIAS-EXIT.
042870     EXIT.
042871
042872 2560-LER-REFERENCIA.
042873     READ REFERENCIA-CPF NEXT RECORD
042874         AT END
042875             SET FIM-CADXRF TO TRUE
042876     END-READ.
042877 2560-LER-REFERENCIA-EXIT.
042878     EXIT.
042879
042880 2570-AVALIAR-REFERENCIA.
042881     MOVE XRF-CPF-NOVO TO WRK-CPF-TESTE.
042882     PERFORM 2600-VERIFICAR-TITULAR
042883         THRU 2600-VERIFICAR-TITULAR-EXIT.
042884     IF NOT CPF-DO-TITULAR
042885         GO TO 2570-AVALIAR-REFERENCIA-LER
042886     END-IF.
042887     MOVE XRF-CPF-ANTIGO TO WRK-CPF-TESTE.
042888     PERFORM 2600-VERIFICAR-TITULAR
042889         THRU 2600-VERIFICAR-TITULAR-EXIT.
042890     IF CPF-DO-TITULAR
042891         GO TO 2570-AVALIAR-REFERENCIA-LER
042892     END-IF.
042893     IF WRK-QTDE-ALIAS NOT < 50
042894         DISPLAY 'ERRO: MAIS DE 50 CPFS ANTIGOS PARA O TITULAR'
042895         ADD 1 TO WRK-QTDE-FALHAS
042896         GO TO 2570-AVALIAR-REFERENCIA-LER
042897     END-IF.
042898     ADD 1 TO WRK-QTDE-ALIAS.
042899     MOVE XRF-CPF-ANTIGO TO WRK-ALIAS-CPF (WRK-QTDE-ALIAS).
042900     SET ALIAS-NOVO TO TRUE.
042901 2570-AVALIAR-REFERENCIA-LER.
042902     PERFORM 2560-LER-REFERENCIA THRU 2560-LER-REFERENCIA-EXIT.
042903 2570-AVALIAR-REFERENCIA-EXIT.
042904     EXIT.
042905
042906***************************************************************
042907*    VERIFICA SE WRK-CPF-TESTE E O CPF DO TITULAR OU UM DOS     *
042908*    SEUS CPFS ANTIGOS.                                         *
042909***************************************************************
042910 2600-VERIFICAR-TITULAR.
042911     MOVE 'N' TO SW-CPF-DO-TITULAR.
042912     IF WRK-CPF-TESTE = WRK-CPF
042913         SET CPF-DO-TITULAR TO TRUE
042914         GO TO 2600-VERIFICAR-TITULAR-EXIT
042915     END-IF.
042916     PERFORM 2650-COMPARAR-ALIAS THRU 2650-COMPARAR-ALIAS-EXIT
042917         VARYING IX-ALIAS FROM 1 BY 1
042918         UNTIL IX-ALIAS > WRK-QTDE-ALIAS OR CPF-DO-TITULAR.
042919 2600-VERIFICAR-TITULAR-EXIT.
042920     EXIT.
042921
042922 2650-COMPARAR-ALIAS.
042923     IF WRK-ALIAS-CPF (IX-ALIAS) = WRK-CPF-TESTE
042924         SET CPF-DO-TITULAR TO TRUE
042925     END-IF.
042926 2650-COMPARAR-ALIAS-EXIT.
042927     EXIT.
042928
042929***************************************************************
042930*    A REVOGACAO DO CRACHA (EXCLUIR, EXPURGAR E O CPF ANTIGO    *
042931*    DE CORRCPF/UNIFCPF) SAI DA IMAGEM ANTES DO HISTORICO NO    *
042932*    ENVIO NOTURNO PROGCB26. PSEUDONIMIZADA A IMAGEM ANTES DO   *
042933*    ENVIO, A SEGURANCA NAO IDENTIFICARIA O CRACHA. POR ISSO A  *
042934*    ELIMINACAO E RECUSADA ENQUANTO HOUVER REVOGACAO DO         *
042935*    TITULAR POSTERIOR AO CORTE DO ULTIMO ENVIO (CADRVC; SEM    *
042936*    CONTROLE, A ABERTURA DO DIA DE NEGOCIO, DE ONDE O          *
042937*    PRIMEIRO ENVIO PARTE). FALHA NA LEITURA DO CONTROLE OU DO  *
042938*    HISTORICO TAMBEM RECUSA.                                   *
042939***************************************************************
042940 2700-VERIFICAR-ENVIO-CRACHA.
042941     MOVE DATNEG-ABERTURA-DATA TO WRK-CORTE-DATA.
042942     MOVE DATNEG-ABERTURA-HORA TO WRK-CORTE-HORA.
042943     OPEN INPUT REVCONTROLE.
042944     IF CADRVC-OK
042945         MOVE 'N' TO SW-FIM-CTL
042946         PERFORM 2750-LER-CTL THRU 2750-LER-CTL-EXIT
042947             UNTIL FIM-CTL
042948         CLOSE REVCONTROLE
042949     ELSE
042950         IF NOT CADRVC-NAO-EXISTE
042951             DISPLAY 'ERRO: FALHA AO ABRIR CONTROLE DO ENVIO DE '
042952                 'CRACHAS - STATUS ' WS-CADRVC-STATUS
042953             MOVE 'FALHA AO LER O CONTROLE DO ENVIO DE CRACHAS'
042954                 TO WRK-MOTIVO-RECUSA
042955             GO TO 2700-VERIFICAR-ENVIO-CRACHA-RECUSA
042956         END-IF
042957     END-IF.
042958     OPEN INPUT HISTORICO.
042959     IF CADHST-NAO-EXISTE
042960         GO TO 2700-VERIFICAR-ENVIO-CRACHA-EXIT
042961     END-IF.
042962     IF NOT CADHST-OK
042963         DISPLAY 'ERRO: FALHA AO ABRIR HISTORICO - STATUS '
042964             WS-CADHST-STATUS
042965         MOVE 'FALHA AO LER O HISTORICO DE ALTERACOES'
042966             TO WRK-MOTIVO-RECUSA
042967         GO TO 2700-VERIFICAR-ENVIO-CRACHA-RECUSA
042968     END-IF.
042969     PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT.
042970     PERFORM 2800-AVALIAR-REVOGACAO
042971         THRU 2800-AVALIAR-REVOGACAO-EXIT
042972         UNTIL FIM-CADHST OR REVOGACAO-PENDENTE.
042973     CLOSE HISTORICO.
042974     IF NOT REVOGACAO-PENDENTE
042975         GO TO 2700-VERIFICAR-ENVIO-CRACHA-EXIT
042976     END-IF.
042977     MOVE 'REVOGACAO DO CRACHA AINDA NAO ENVIADA (PROGCB26)'
042978         TO WRK-MOTIVO-RECUSA.
042979 2700-VERIFICAR-ENVIO-CRACHA-RECUSA.
042980     SET ELIMINACAO-RECUSADA TO TRUE.
042981     MOVE 8 TO RETURN-CODE.
042982     DISPLAY 'ELIMINACAO RECUSADA: ' WRK-MOTIVO-RECUSA.
042983 2700-VERIFICAR-ENVIO-CRACHA-EXIT.
042984     EXIT.
042985
042986***************************************************************
042987*    LE O CONTROLE DO ENVIO ATE O FIM; O ULTIMO CORTE VALIDO    *
042988*    PREVALECE, COMO NO PROGCB26.                               *
042989***************************************************************
042990 2750-LER-CTL.
042991     READ REVCONTROLE
042992         AT END
042993             SET FIM-CTL TO TRUE
042994         NOT AT END
042995             IF REVCTL-DT-CORTE IS NUMERIC
042996                 AND REVCTL-HORA-CORTE IS NUMERIC
042997                 MOVE REVCTL-DT-CORTE   TO WRK-CORTE-DATA
042998                 MOVE REVCTL-HORA-CORTE TO WRK-CORTE-HORA
042999             END-IF
043000     END-READ.
043001 2750-LER-CTL-EXIT.
043002     EXIT.
043003
043004***************************************************************
043005*    REGISTRO DE HISTORICO POSTERIOR AO CORTE, COM OPERACAO     *
043006*    QUE REVOGA CRACHA E IMAGEM ANTES DO TITULAR OU DE UM CPF   *
043007*    ANTIGO DELE, E REVOGACAO AINDA NAO ENVIADA.                *
043008***************************************************************
043009 2800-AVALIAR-REVOGACAO.
043010     MOVE HST-DATA TO WRK-HST-DATA.
043011     MOVE HST-HORA TO WRK-HST-HORA.
043012     IF WRK-MARCA-HST-N NOT > WRK-MARCA-CORTE-N
043013         GO TO 2800-AVALIAR-REVOGACAO-LER
043014     END-IF.
043015     IF HST-OPERACAO NOT = 'EXCLUIR '
043016         AND HST-OPERACAO NOT = 'EXPURGAR'
043017         AND HST-OPERACAO NOT = 'CORRCPF '
043018         AND HST-OPERACAO NOT = 'UNIFCPF '
043019         GO TO 2800-AVALIAR-REVOGACAO-LER
043020     END-IF.
043021     MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM.
043022     IF IMG-CPF IS NOT NUMERIC
043023         GO TO 2800-AVALIAR-REVOGACAO-LER
043024     END-IF.
043025     MOVE IMG-CPF TO WRK-CPF-TESTE.
043026     PERFORM 2600-VERIFICAR-TITULAR
043027         THRU 2600-VERIFICAR-TITULAR-EXIT.
043028     IF CPF-DO-TITULAR
043029         SET REVOGACAO-PENDENTE TO TRUE
043030         GO TO 2800-AVALIAR-REVOGACAO-EXIT
043031     END-IF.
043032 2800-AVALIAR-REVOGACAO-LER.
043033     PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT.
043034 2800-AVALIAR-REVOGACAO-EXIT.
043035     EXIT.
043036
043037***************************************************************
043100*    PSEUDONIMIZA O HISTORICO DE ALTERACOES: O HST-CPF DO       *
043200*    TITULAR E, EM CADA IMAGEM ANTES/DEPOIS DO PESSOA-REC CUJO  *
043300*    CPF E O DO TITULAR, O NOME E O CPF. SEM REGISTRO MESTRE, O *
043400*    NOME DO TITULAR E OBTIDO DA PRIMEIRA IMAGEM ENCONTRADA,    *
043500*    PARA ALCANCAR AS LINHAS ANTIGAS DO LOG DE AUDITORIA.       *
043600***************************************************************
043700 3000-TRATAR-HISTORICO.
043800     OPEN I-O HISTORICO.
043900     IF CADHST-NAO-EXISTE
044000         SET SEM-CADHST TO TRUE
044100         GO TO 3000-TRATAR-HISTORICO-EXIT
044200     END-IF.
044300     IF NOT CADHST-OK
044400         DISPLAY 'ERRO: FALHA AO ABRIR HISTORICO - STATUS '
044500             WS-CADHST-STATUS
044600         ADD 1 TO WRK-QTDE-FALHAS
044700         GO TO 3000-TRATAR-HISTORICO-EXIT
044800     END-IF.
044900     PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT.
045000     PERFORM 3200-PSEUDONIMIZAR-HISTORICO
045100         THRU 3200-PSEUDONIMIZAR-HISTORICO-EXIT
045200         UNTIL FIM-CADHST.
045300     CLOSE HISTORICO.
045400 3000-TRATAR-HISTORICO-EXIT.
045500     EXIT.
045600
045700 3100-LER-HISTORICO.
045800     READ HISTORICO
045900         AT END
046000             SET FIM-CADHST TO TRUE
046100     END-READ.
046200 3100-LER-HISTORICO-EXIT.
046300     EXIT.
046400
046500 3200-PSEUDONIMIZAR-HISTORICO.
046600     MOVE 'N' TO SW-REG-ALTERADO.
046700     IF HST-CPF IS NUMERIC
046720         MOVE HST-CPF TO WRK-CPF-TESTE
046740         PERFORM 2600-VERIFICAR-TITULAR
046760             THRU 2600-VERIFICAR-TITULAR-EXIT
046780         IF CPF-DO-TITULAR
046800             MOVE WRK-TOKEN-CPF TO HST-CPF
046900             SET REG-ALTERADO TO TRUE
046950         END-IF
047000     END-IF.
047100     MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM.
047200     PERFORM 3300-PSEUDONIMIZAR-IMAGEM
047300         THRU 3300-PSEUDONIMIZAR-IMAGEM-EXIT.
047400     MOVE WRK-IMAGEM TO HST-IMAGEM-ANTES.
047500     MOVE HST-IMAGEM-DEPOIS TO WRK-IMAGEM.
047600     PERFORM 3300-PSEUDONIMIZAR-IMAGEM
047700         THRU 3300-PSEUDONIMIZAR-IMAGEM-EXIT.
047800     MOVE WRK-IMAGEM TO HST-IMAGEM-DEPOIS.
047900     IF REG-ALTERADO
048000         REWRITE HSTLOG-REC
048100         IF CADHST-OK
048200             ADD 1 TO WRK-QTDE-CADHST
048300         ELSE
048400             DISPLAY 'ERRO: FALHA AO REGRAVAR HISTORICO - '
048500                 'STATUS ' WS-CADHST-STATUS
048600             ADD 1 TO WRK-QTDE-FALHAS
048700         END-IF
048800     END-IF.
048900     PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT.
049000 3200-PSEUDONIMIZAR-HISTORICO-EXIT.
049100     EXIT.
049200
049300***************************************************************
049400*    SUBSTITUI NOME E CPF DA IMAGEM EM WRK-IMAGEM QUANDO ELA E  *
049500*    DO TITULAR. AS DATAS E O STATUS DA IMAGEM SAO MANTIDOS.    *
049600***************************************************************
049700 3300-PSEUDONIMIZAR-IMAGEM.
049800     IF IMG-CPF IS NOT NUMERIC
049900         GO TO 3300-PSEUDONIMIZAR-IMAGEM-EXIT
050000     END-IF.
050014     MOVE IMG-CPF TO WRK-CPF-TESTE.
050028     PERFORM 2600-VERIFICAR-TITULAR
050042         THRU 2600-VERIFICAR-TITULAR-EXIT.
050056     IF NOT CPF-DO-TITULAR
050070         GO TO 3300-PSEUDONIMIZAR-IMAGEM-EXIT
050084     END-IF.
050100     IF NOT TEM-NOME
050200         MOVE IMG-NOME TO WRK-NOME-TITULAR
050300         SET TEM-NOME TO TRUE
050400     END-IF.
050500     MOVE WRK-TOKEN-NOME TO IMG-NOME.
050600     MOVE WRK-TOKEN-CPF  TO IMG-CPF.
050700     SET REG-ALTERADO TO TRUE.
050800 3300-PSEUDONIMIZAR-IMAGEM-EXIT.
050900     EXIT.
051000
051100***************************************************************
051200*    PSEUDONIMIZA O LOG DE AUDITORIA: LINHAS COM O CPF DO       *
051300*    TITULAR OU, NAS LINHAS SEM CPF (LAYOUT ANTIGO), COM O NOME *
051400*    DO TITULAR, COMO NA DECLARACAO LGPD. DATA, HORA, OPERACAO, *
051500*    RESULTADO E OPERADOR SAO MANTIDOS.                         *
051600***************************************************************
051700 4000-TRATAR-AUDITORIA.
051800     OPEN I-O AUDITLOG.
051900     IF CADAUD-NAO-EXISTE
052000         SET SEM-CADAUD TO TRUE
052100         GO TO 4000-TRATAR-AUDITORIA-EXIT
052200     END-IF.
052300     IF NOT CADAUD-OK
052400         DISPLAY 'ERRO: FALHA AO ABRIR AUDITORIA - STATUS '
052500             WS-CADAUD-STATUS
052600         ADD 1 TO WRK-QTDE-FALHAS
052700         GO TO 4000-TRATAR-AUDITORIA-EXIT
052800     END-IF.
052900     PERFORM 4100-LER-AUDITORIA THRU 4100-LER-AUDITORIA-EXIT.
053000     PERFORM 4200-PSEUDONIMIZAR-AUDITORIA
053100         THRU 4200-PSEUDONIMIZAR-AUDITORIA-EXIT
053200         UNTIL FIM-CADAUD.
053300     CLOSE AUDITLOG.
053400 4000-TRATAR-AUDITORIA-EXIT.
053500     EXIT.
053600
053700 4100-LER-AUDITORIA.
053800     READ AUDITLOG
053900         AT END
054000             SET FIM-CADAUD TO TRUE
054100     END-READ.
054200 4100-LER-AUDITORIA-EXIT.
054300     EXIT.
054400
054500 4200-PSEUDONIMIZAR-AUDITORIA.
054514     MOVE 'N' TO SW-CPF-DO-TITULAR.
054528     IF AUDLOG-CPF IS NUMERIC
054542         MOVE AUDLOG-CPF TO WRK-CPF-TESTE
054556         PERFORM 2600-VERIFICAR-TITULAR
054570             THRU 2600-VERIFICAR-TITULAR-EXIT
054584     END-IF.
054600     IF CPF-DO-TITULAR
054700         OR (TEM-NOME AND
054800             (AUDLOG-CPF IS NOT NUMERIC OR
054900              AUDLOG-CPF = ZEROS) AND
055000             AUDLOG-NOME = WRK-NOME-TITULAR)
055100         MOVE WRK-TOKEN-NOME TO AUDLOG-NOME
055200         MOVE WRK-TOKEN-CPF  TO AUDLOG-CPF
055300         REWRITE AUDLOG-REC
055400         IF CADAUD-OK
055500             ADD 1 TO WRK-QTDE-CADAUD
055600         ELSE
055700             DISPLAY 'ERRO: FALHA AO REGRAVAR AUDITORIA - '
055800                 'STATUS ' WS-CADAUD-STATUS
055900             ADD 1 TO WRK-QTDE-FALHAS
056000         END-IF
056100     END-IF.
056200     PERFORM 4100-LER-AUDITORIA THRU 4100-LER-AUDITORIA-EXIT.
056300 4200-PSEUDONIMIZAR-AUDITORIA-EXIT.
056400     EXIT.
056500
056600***************************************************************
056700*    PSEUDONIMIZA O MOVIMENTO DA PORTARIA: NOME E CPF DOS       *
056800*    MOVIMENTOS DO TITULAR. DATA, HORA, TIPO E RESULTADO SAO    *
056900*    MANTIDOS PARA OS RELATORIOS DE PRESENCA.                   *
057000***************************************************************
057100 5000-TRATAR-MOVIMENTO.
057200     OPEN I-O MOVIMENTO.
057300     IF CADMOV-NAO-EXISTE
057400         SET SEM-CADMOV TO TRUE
057500         GO TO 5000-TRATAR-MOVIMENTO-EXIT
057600     END-IF.
057700     IF NOT CADMOV-OK
057800         DISPLAY 'ERRO: FALHA AO ABRIR MOVIMENTO - STATUS '
057900             WS-CADMOV-STATUS
058000         ADD 1 TO WRK-QTDE-FALHAS
058100         GO TO 5000-TRATAR-MOVIMENTO-EXIT
058200     END-IF.
058300     PERFORM 5100-LER-MOVIMENTO THRU 5100-LER-MOVIMENTO-EXIT.
058400     PERFORM 5200-PSEUDONIMIZAR-MOVIMENTO
058500         THRU 5200-PSEUDONIMIZAR-MOVIMENTO-EXIT
058600         UNTIL FIM-CADMOV.
058700     CLOSE MOVIMENTO.
058800 5000-TRATAR-MOVIMENTO-EXIT.
058900     EXIT.
059000
059100 5100-LER-MOVIMENTO.
059200     READ MOVIMENTO
059300         AT END
059400             SET FIM-CADMOV TO TRUE
059500     END-READ.
059600 5100-LER-MOVIMENTO-EXIT.
059700     EXIT.
059800
059900 5200-PSEUDONIMIZAR-MOVIMENTO.
059914     MOVE 'N' TO SW-CPF-DO-TITULAR.
059928     IF MOV-CPF IS NUMERIC
059942         MOVE MOV-CPF TO WRK-CPF-TESTE
059956         PERFORM 2600-VERIFICAR-TITULAR
059970             THRU 2600-VERIFICAR-TITULAR-EXIT
059984     END-IF.
060000     IF CPF-DO-TITULAR
060100         MOVE WRK-TOKEN-NOME TO MOV-NOME
060200         MOVE WRK-TOKEN-CPF  TO MOV-CPF
060300         REWRITE MOVPOR-REC
060400         IF CADMOV-OK
060500             ADD 1 TO WRK-QTDE-CADMOV
060600         ELSE
060700             DISPLAY 'ERRO: FALHA AO REGRAVAR MOVIMENTO - '
060800                 'STATUS ' WS-CADMOV-STATUS
060900             ADD 1 TO WRK-QTDE-FALHAS
061000         END-IF
061100     END-IF.
061200     PERFORM 5100-LER-MOVIMENTO THRU 5100-LER-MOVIMENTO-EXIT.
061300 5200-PSEUDONIMIZAR-MOVIMENTO-EXIT.
061400     EXIT.
061500
061600***************************************************************
061700*    PSEUDONIMIZA A LISTA DE CORRECAO DO RETORNO DA EXPORTACAO. *
061800*    O PSEUDONIMO NAO EXISTE NO MESTRE, DE FORMA QUE A PROXIMA  *
061900*    EXPORTACAO DELTA NAO REENVIA O TITULAR.                    *
062000***************************************************************
062100 5500-TRATAR-CORRECAO.
062200     OPEN I-O CORRECAO.
062300     IF CADWRK-NAO-EXISTE
062400         SET SEM-CADWRK TO TRUE
062500         GO TO 5500-TRATAR-CORRECAO-EXIT
062600     END-IF.
062700     IF NOT CADWRK-OK
062800         DISPLAY 'ERRO: FALHA AO ABRIR LISTA DE CORRECAO - '
062900             'STATUS ' WS-CADWRK-STATUS
063000         ADD 1 TO WRK-QTDE-FALHAS
063100         GO TO 5500-TRATAR-CORRECAO-EXIT
063200     END-IF.
063300     PERFORM 5600-LER-CORRECAO THRU 5600-LER-CORRECAO-EXIT.
063400     PERFORM 5700-PSEUDONIMIZAR-CORRECAO
063500         THRU 5700-PSEUDONIMIZAR-CORRECAO-EXIT
063600         UNTIL FIM-CADWRK.
063700     CLOSE CORRECAO.
063800 5500-TRATAR-CORRECAO-EXIT.
063900     EXIT.
064000
064100 5600-LER-CORRECAO.
064200     READ CORRECAO
064300         AT END
064400             SET FIM-CADWRK TO TRUE
064500     END-READ.
064600 5600-LER-CORRECAO-EXIT.
064700     EXIT.
064800
064900 5700-PSEUDONIMIZAR-CORRECAO.
064914     MOVE 'N' TO SW-CPF-DO-TITULAR.
064928     IF COR-CPF IS NUMERIC
064942         MOVE COR-CPF TO WRK-CPF-TESTE
064956         PERFORM 2600-VERIFICAR-TITULAR
064970             THRU 2600-VERIFICAR-TITULAR-EXIT
064984     END-IF.
065000     IF CPF-DO-TITULAR
065100         MOVE WRK-TOKEN-NOME TO COR-NOME
065200         MOVE WRK-TOKEN-CPF  TO COR-CPF
065300         REWRITE CORWRK-REC
065400         IF CADWRK-OK
065500             ADD 1 TO WRK-QTDE-CADWRK
065600         ELSE
065700             DISPLAY 'ERRO: FALHA AO REGRAVAR LISTA DE CORRECAO'
065800                 ' - STATUS ' WS-CADWRK-STATUS
065900             ADD 1 TO WRK-QTDE-FALHAS
066000         END-IF
066100     END-IF.
066200     PERFORM 5600-LER-CORRECAO THRU 5600-LER-CORRECAO-EXIT.
066300 5700-PSEUDONIMIZAR-CORRECAO-EXIT.
066400     EXIT.
066500
066600***************************************************************
066700*    EXCLUI O ENDERECO, AS AUTORIZACOES, AS REFERENCIAS DOS     *
066800*    CPFS ANTIGOS E O REGISTRO MESTRE DO TITULAR. NADA E        *
066900*    EXCLUIDO SE ALGUM ARQUIVO FALHOU NA PSEUDONIMIZACAO, E O   *
067000*    MESTRE SAI POR ULTIMO, SO SEM FALHA NAS DEMAIS EXCLUSOES,  *
067033*    PARA QUE A REEXECUCAO AINDA ENCONTRE O NOME E OS CPFS      *
067066*    ANTIGOS DO TITULAR.                                        *
067100***************************************************************
067200 6000-EXCLUIR-CADASTRO.
067216     IF WRK-QTDE-FALHAS > ZERO
067232         DISPLAY 'AVISO: FALHA NA PSEUDONIMIZACAO - NENHUM '
067248             'REGISTRO EXCLUIDO'
067264         GO TO 6000-EXCLUIR-CADASTRO-EXIT
067280     END-IF.
067300     OPEN I-O ENDERECO-CONTATO.
067360     EVALUATE TRUE
067420         WHEN CADEND-NAO-EXISTE
067480             SET SEM-CADEND TO TRUE
067540         WHEN NOT CADEND-OK
067600             DISPLAY 'ERRO: FALHA AO ABRIR ENDERECOS - STATUS '
067660                 WS-CADEND-STATUS
067720             ADD 1 TO WRK-QTDE-FALHAS
067780         WHEN OTHER
067840             MOVE WRK-CPF TO ENDCON-CPF
067900             DELETE ENDERECO-CONTATO RECORD
067960                 INVALID KEY
068020                     CONTINUE
068080                 NOT INVALID KEY
068140                     ADD 1 TO WRK-QTDE-CADEND
068200             END-DELETE
068260             CLOSE ENDERECO-CONTATO
068320     END-EVALUATE.
068380     PERFORM 6100-EXCLUIR-AUTORIZACAO
068440         THRU 6100-EXCLUIR-AUTORIZACAO-EXIT.
068458     IF WRK-QTDE-FALHAS > ZERO
068476         GO TO 6000-EXCLUIR-CADASTRO-EXIT
068494     END-IF.
068514     IF XRF-ABERTO
068528         PERFORM 6200-EXCLUIR-REFERENCIA
068542             THRU 6200-EXCLUIR-REFERENCIA-EXIT
068556             VARYING IX-ALIAS FROM 1 BY 1
068570             UNTIL IX-ALIAS > WRK-QTDE-ALIAS
068584     END-IF.
068600     IF NOT TEM-MESTRE
068700         GO TO 6000-EXCLUIR-CADASTRO-EXIT
068800     END-IF.
068825     IF WRK-QTDE-FALHAS > ZERO
068850         GO TO 6000-EXCLUIR-CADASTRO-EXIT
068875     END-IF.
068900     MOVE WRK-CPF TO PESSOA-CPF.
069000     DELETE CADASTRO-PESSOAS RECORD
069100         INVALID KEY
069200             DISPLAY 'ERRO: FALHA AO EXCLUIR REGISTRO MESTRE - '
069300                 'STATUS ' WS-CADPES-STATUS
069400             ADD 1 TO WRK-QTDE-FALHAS
069500         NOT INVALID KEY
069600             ADD 1 TO WRK-QTDE-CADPES
069700     END-DELETE.
069800 6000-EXCLUIR-CADASTRO-EXIT.
069900     EXIT.
069901
069902***************************************************************
069903*    EXCLUI A AUTORIZACAO DE ACESSO DA PORTARIA DO TITULAR E DE *
069904*    CADA CPF ANTIGO DELE. CPF SEM AUTORIZACAO NADA EXCLUI.     *
069905***************************************************************
069906 6100-EXCLUIR-AUTORIZACAO.
069907     OPEN I-O AUTORIZACAO-ACESSO.
069908     IF CADACE-NAO-EXISTE
069909         SET SEM-CADACE TO TRUE
069910         GO TO 6100-EXCLUIR-AUTORIZACAO-EXIT
069911     END-IF.
069912     IF NOT CADACE-OK
069913         DISPLAY 'ERRO: FALHA AO ABRIR AUTORIZACOES - STATUS '
069914             WS-CADACE-STATUS
069915         ADD 1 TO WRK-QTDE-FALHAS
069916         GO TO 6100-EXCLUIR-AUTORIZACAO-EXIT
069917     END-IF.
069918     MOVE WRK-CPF TO WRK-CPF-TESTE.
069919     PERFORM 6150-EXCLUIR-AUTORIZACAO-CPF
069920         THRU 6150-EXCLUIR-AUTORIZACAO-CPF-EXIT.
069921     PERFORM 6160-EXCLUIR-AUTORIZACAO-ALIAS
069922         THRU 6160-EXCLUIR-AUTORIZACAO-ALIAS-EXIT
069923         VARYING IX-ALIAS FROM 1 BY 1
069924         UNTIL IX-ALIAS > WRK-QTDE-ALIAS.
069925     CLOSE AUTORIZACAO-ACESSO.
069926 6100-EXCLUIR-AUTORIZACAO-EXIT.
069927     EXIT.
069928
069929 6150-EXCLUIR-AUTORIZACAO-CPF.
069930     MOVE WRK-CPF-TESTE TO AUT-CPF.
069931     DELETE AUTORIZACAO-ACESSO RECORD
069932         INVALID KEY
069933             CONTINUE
069934         NOT INVALID KEY
069935             ADD 1 TO WRK-QTDE-CADACE
069936     END-DELETE.
069937 6150-EXCLUIR-AUTORIZACAO-CPF-EXIT.
069938     EXIT.
069939
069940 6160-EXCLUIR-AUTORIZACAO-ALIAS.
069941     MOVE WRK-ALIAS-CPF (IX-ALIAS) TO WRK-CPF-TESTE.
069942     PERFORM 6150-EXCLUIR-AUTORIZACAO-CPF
069943         THRU 6150-EXCLUIR-AUTORIZACAO-CPF-EXIT.
069944 6160-EXCLUIR-AUTORIZACAO-ALIAS-EXIT.
069945     EXIT.
069946
069947*    EXCLUI A REFERENCIA CPF ANTIGO -> CPF NOVO DE UM CPF ANTIGO
069948*    DO TITULAR.
069949 6200-EXCLUIR-REFERENCIA.
069950     MOVE WRK-ALIAS-CPF (IX-ALIAS) TO XRF-CPF-ANTIGO.
069951     DELETE REFERENCIA-CPF RECORD
069952         INVALID KEY
069953             DISPLAY 'ERRO: FALHA AO EXCLUIR REFERENCIA DE CPF - '
069954                 'STATUS ' WS-CADXRF-STATUS
069960             ADD 1 TO WRK-QTDE-FALHAS
069966         NOT INVALID KEY
069972             ADD 1 TO WRK-QTDE-CADXRF
069978     END-DELETE.
069984 6200-EXCLUIR-REFERENCIA-EXIT.
069990     EXIT.
070000
070100***************************************************************
070200*    REGISTRA A ELIMINACAO NO LOG DE AUDITORIA E NO HISTORICO   *
070300*    (OPERACAO 'ELIMINAR'), JA SOB O PSEUDONIMO, QUANDO ALGUM   *
070400*    REGISTRO FOI ALTERADO. A IMAGEM ANTES DO HISTORICO E A DO  *
070500*    MESTRE EXCLUIDO, PSEUDONIMIZADA, E FICA EM BRANCO QUANDO O *
070600*    MESTRE NAO FOI EXCLUIDO NESTA EXECUCAO, PARA QUE O         *
070633*    BALANCEAMENTO (PROGCB28) SO O DESCONTE UMA VEZ; A IMAGEM   *
070666*    DEPOIS FICA EM BRANCO, COMO REGISTRO REMOVIDO.             *
070700***************************************************************
070800 6500-REGISTRAR-ELIMINACAO.
070900     COMPUTE WRK-QTDE-TOTAL = WRK-QTDE-CADPES + WRK-QTDE-CADEND
071000         + WRK-QTDE-CADAUD + WRK-QTDE-CADHST + WRK-QTDE-CADMOV
071100         + WRK-QTDE-CADWRK + WRK-QTDE-CADXRF + WRK-QTDE-CADACE.
071200     IF WRK-QTDE-TOTAL = ZERO
071300         GO TO 6500-REGISTRAR-ELIMINACAO-EXIT
071400     END-IF.
071500     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
071600     ACCEPT WS-HORA-SISTEMA FROM TIME.
071700     OPEN EXTEND AUDITLOG.
071800     IF CADAUD-NAO-EXISTE
071900         OPEN OUTPUT AUDITLOG
072000         CLOSE AUDITLOG
072100         OPEN EXTEND AUDITLOG
072200     END-IF.
072300     MOVE WS-DATA-SISTEMA    TO AUDLOG-DATA.
072400     MOVE WS-HORA-HH         TO AUDLOG-HORA-HH.
072500     MOVE WS-HORA-MM         TO AUDLOG-HORA-MM.
072600     MOVE WS-HORA-SS         TO AUDLOG-HORA-SS.
072700     MOVE 'ELIMINAR'         TO AUDLOG-OPERACAO.
072800     MOVE WRK-TOKEN-NOME     TO AUDLOG-NOME.
072900     MOVE ZEROS              TO AUDLOG-IDADE.
073000     SET AUDLOG-APROVADO     TO TRUE.
073100     MOVE SPACES             TO AUDLOG-MOTIVO.
073200     STRING 'ELIMINACAO LGPD PROT ' DELIMITED BY SIZE
073300         WRK-PROTOCOLO DELIMITED BY SIZE
073400         INTO AUDLOG-MOTIVO
073500     END-STRING.
073600     MOVE WRK-TOKEN-CPF      TO AUDLOG-CPF.
073700     MOVE 'PROGCB23'         TO AUDLOG-OPERADOR.
073800     WRITE AUDLOG-REC.
073900     IF NOT CADAUD-OK
074000         DISPLAY 'ERRO: FALHA AO GRAVAR AUDITORIA - STATUS '
074100             WS-CADAUD-STATUS
074200         ADD 1 TO WRK-QTDE-FALHAS
074300     END-IF.
074400     CLOSE AUDITLOG.
074500     OPEN EXTEND HISTORICO.
074600     IF CADHST-NAO-EXISTE
074700         OPEN OUTPUT HISTORICO
074800         CLOSE HISTORICO
074900         OPEN EXTEND HISTORICO
075000     END-IF.
075100     MOVE WS-DATA-SISTEMA    TO HST-DATA.
075200     MOVE WS-HORA-HH         TO HST-HORA-HH.
075300     MOVE WS-HORA-MM         TO HST-HORA-MM.
075400     MOVE WS-HORA-SS         TO HST-HORA-SS.
075500     MOVE 'ELIMINAR'         TO HST-OPERACAO.
075600     MOVE WRK-TOKEN-CPF      TO HST-CPF.
075700     MOVE SPACES             TO HST-IMAGEM-ANTES.
075800     IF WRK-QTDE-CADPES > ZERO
075900         MOVE PESSOA-REC     TO WRK-IMAGEM
076000         MOVE WRK-TOKEN-NOME TO IMG-NOME
076100         MOVE WRK-TOKEN-CPF  TO IMG-CPF
076200         MOVE WRK-IMAGEM     TO HST-IMAGEM-ANTES
076300     END-IF.
076400     MOVE SPACES             TO HST-IMAGEM-DEPOIS.
076500     WRITE HSTLOG-REC.
076600     IF NOT CADHST-OK
076700         DISPLAY 'ERRO: FALHA AO GRAVAR HISTORICO - STATUS '
076800             WS-CADHST-STATUS
076900         ADD 1 TO WRK-QTDE-FALHAS
077000     END-IF.
077100     CLOSE HISTORICO.
077200 6500-REGISTRAR-ELIMINACAO-EXIT.
077300     EXIT.
077400
077500***************************************************************
077600*    IMPRIME O CERTIFICADO DE ELIMINACAO: IDENTIFICACAO DA      *
077700*    SOLICITACAO (CPF MASCARADO), PSEUDONIMO ATRIBUIDO,         *
077800*    QUANTIDADE DE REGISTROS ALTERADOS POR ARQUIVO, SITUACAO    *
077900*    FINAL E LINHAS DE ASSINATURA. DEFINE O RC: 0 CONCLUIDA,    *
078000*    4 NENHUM DADO ENCONTRADO, 8 RECUSADA OU INCOMPLETA.        *
078100***************************************************************
078200 7000-IMPRIMIR-CERTIFICADO.
078300     MOVE DATNEG-DD   TO CAB-DATA-DD.
078400     MOVE DATNEG-MM   TO CAB-DATA-MM.
078500     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
078600     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
078700     PERFORM 8100-VERIFICAR-RELOUT
078800         THRU 8100-VERIFICAR-RELOUT-EXIT.
078900     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
079000     PERFORM 8100-VERIFICAR-RELOUT
079100         THRU 8100-VERIFICAR-RELOUT-EXIT.
079200     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
079300     PERFORM 8100-VERIFICAR-RELOUT
079400         THRU 8100-VERIFICAR-RELOUT-EXIT.
079500     MOVE 'PROTOCOLO.............: ' TO ROT-TITULO.
079600     MOVE PARM-PROTOCOLO-ALFA         TO ROT-VALOR.
079700     PERFORM 7900-IMPRIMIR-ROTULO THRU 7900-IMPRIMIR-ROTULO-EXIT.
079800     MOVE 'APROVADO POR..........: ' TO ROT-TITULO.
079900     MOVE PARM-APROVADOR              TO ROT-VALOR.
080000     PERFORM 7900-IMPRIMIR-ROTULO THRU 7900-IMPRIMIR-ROTULO-EXIT.
080100     IF PARM-CPF-ALFA IS NUMERIC
080200         MOVE PARM-CPF-ALFA TO WRK-CPF-EDICAO
080300         MOVE CPFE-BLOCO-2  TO MSC-BLOCO-2
080400         MOVE CPFE-BLOCO-3  TO MSC-BLOCO-3
080500         WRITE REL-LINHA FROM WS-LINHA-CPF-MASCARA
080600         PERFORM 8100-VERIFICAR-RELOUT
080700             THRU 8100-VERIFICAR-RELOUT-EXIT
080800     END-IF.
080900     IF NOT PARM-VALIDO
081000         GO TO 7000-IMPRIMIR-CERTIFICADO-SITUACAO
081100     END-IF.
081200     MOVE 'PSEUDONIMO (CPF)......: ' TO ROT-TITULO.
081300     MOVE WRK-TOKEN-CPF               TO ROT-VALOR.
081400     PERFORM 7900-IMPRIMIR-ROTULO THRU 7900-IMPRIMIR-ROTULO-EXIT.
081500     MOVE 'PSEUDONIMO (NOME).....: ' TO ROT-TITULO.
081600     MOVE WRK-TOKEN-NOME              TO ROT-VALOR.
081700     PERFORM 7900-IMPRIMIR-ROTULO THRU 7900-IMPRIMIR-ROTULO-EXIT.
081800     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
081900     PERFORM 8100-VERIFICAR-RELOUT
082000         THRU 8100-VERIFICAR-RELOUT-EXIT.
082100     WRITE REL-LINHA FROM WS-LINHA-COLUNAS.
082200     PERFORM 8100-VERIFICAR-RELOUT
082300         THRU 8100-VERIFICAR-RELOUT-EXIT.
082400     MOVE 'CADASTRO.PESSOAS'     TO ARQ-NOME.
082500     MOVE 'CADPES'               TO ARQ-DDNAME.
082600     MOVE 'EXCLUIDO'             TO ARQ-TRATAMENTO.
082700     MOVE WRK-QTDE-CADPES        TO ARQ-QTDE.
082800     PERFORM 7100-IMPRIMIR-ARQUIVO
082900         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
083000     MOVE 'CADASTRO.ENDERECOS'   TO ARQ-NOME.
083100     MOVE 'CADEND'               TO ARQ-DDNAME.
083200     IF SEM-CADEND
083300         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
083400     ELSE
083500         MOVE 'EXCLUIDO'         TO ARQ-TRATAMENTO
083600     END-IF.
083700     MOVE WRK-QTDE-CADEND        TO ARQ-QTDE.
083800     PERFORM 7100-IMPRIMIR-ARQUIVO
083900         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
084000     MOVE 'CADASTRO.AUDITLOG'    TO ARQ-NOME.
084100     MOVE 'CADAUD'               TO ARQ-DDNAME.
084200     IF SEM-CADAUD
084300         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
084400     ELSE
084500         MOVE 'PSEUDONIMIZADO'   TO ARQ-TRATAMENTO
084600     END-IF.
084700     MOVE WRK-QTDE-CADAUD        TO ARQ-QTDE.
084800     PERFORM 7100-IMPRIMIR-ARQUIVO
084900         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
085000     MOVE 'CADASTRO.HISTORICO'   TO ARQ-NOME.
085100     MOVE 'CADHST'               TO ARQ-DDNAME.
085200     IF SEM-CADHST
085300         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
085400     ELSE
085500         MOVE 'PSEUDONIMIZADO'   TO ARQ-TRATAMENTO
085600     END-IF.
085700     MOVE WRK-QTDE-CADHST        TO ARQ-QTDE.
085800     PERFORM 7100-IMPRIMIR-ARQUIVO
085900         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
086000     MOVE 'CADASTRO.MOVPORTARIA' TO ARQ-NOME.
086100     MOVE 'CADMOV'               TO ARQ-DDNAME.
086200     IF SEM-CADMOV
086300         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
086400     ELSE
086500         MOVE 'PSEUDONIMIZADO'   TO ARQ-TRATAMENTO
086600     END-IF.
086700     MOVE WRK-QTDE-CADMOV        TO ARQ-QTDE.
086800     PERFORM 7100-IMPRIMIR-ARQUIVO
086900         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
087000     MOVE 'CADASTRO.CORRECAO'    TO ARQ-NOME.
087100     MOVE 'CADWRK'               TO ARQ-DDNAME.
087200     IF SEM-CADWRK
087300         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
087400     ELSE
087500         MOVE 'PSEUDONIMIZADO'   TO ARQ-TRATAMENTO
087600     END-IF.
087700     MOVE WRK-QTDE-CADWRK        TO ARQ-QTDE.
087800     PERFORM 7100-IMPRIMIR-ARQUIVO
087900         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
087909     MOVE 'CADASTRO.CPFXRF'      TO ARQ-NOME.
087918     MOVE 'CADXRF'               TO ARQ-DDNAME.
087927     IF SEM-CADXRF
087936         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
087945     ELSE
087954         MOVE 'EXCLUIDO'         TO ARQ-TRATAMENTO
087963     END-IF.
087972     MOVE WRK-QTDE-CADXRF        TO ARQ-QTDE.
087981     PERFORM 7100-IMPRIMIR-ARQUIVO
087990         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
087991     MOVE 'CADASTRO.AUTORIZACAO' TO ARQ-NOME.
087992     MOVE 'CADACE'               TO ARQ-DDNAME.
087993     IF SEM-CADACE
087994         MOVE 'ARQUIVO AUSENTE'  TO ARQ-TRATAMENTO
087995     ELSE
087996         MOVE 'EXCLUIDO'         TO ARQ-TRATAMENTO
087997     END-IF.
087998     MOVE WRK-QTDE-CADACE        TO ARQ-QTDE.
087999     PERFORM 7100-IMPRIMIR-ARQUIVO
088000         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
088001     MOVE 'AUDITLOG.ARQUIVO'     TO ARQ-NOME.
088002     MOVE SPACES                 TO ARQ-DDNAME.
088003     MOVE 'NAO ABRANGIDO'        TO ARQ-TRATAMENTO.
088004     MOVE ZERO                   TO ARQ-QTDE.
088005     PERFORM 7100-IMPRIMIR-ARQUIVO
088006         THRU 7100-IMPRIMIR-ARQUIVO-EXIT.
088007     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
088100     PERFORM 8100-VERIFICAR-RELOUT
088200         THRU 8100-VERIFICAR-RELOUT-EXIT.
088300     MOVE 'REGISTROS ALTERADOS..: ' TO TOT-TITULO.
088400     MOVE WRK-QTDE-TOTAL TO TOT-VALOR.
088500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
088600     PERFORM 8100-VERIFICAR-RELOUT
088700         THRU 8100-VERIFICAR-RELOUT-EXIT.
088800 7000-IMPRIMIR-CERTIFICADO-SITUACAO.
088900     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
089000     PERFORM 8100-VERIFICAR-RELOUT
089100         THRU 8100-VERIFICAR-RELOUT-EXIT.
089200     EVALUATE TRUE
089300         WHEN ELIMINACAO-RECUSADA
089400             MOVE SPACES TO SIT-TEXTO
089500             STRING 'ELIMINACAO RECUSADA - ' DELIMITED BY SIZE
089600                 WRK-MOTIVO-RECUSA DELIMITED BY SIZE
089700                 INTO SIT-TEXTO
089800             END-STRING
089900             MOVE 8 TO RETURN-CODE
090000         WHEN WRK-QTDE-FALHAS > ZERO
090100             MOVE 'ELIMINACAO INCOMPLETA - FALHA DE GRAVACAO, '
090200                 TO SIT-TEXTO
090300             MOVE 'REEXECUTAR' TO SIT-TEXTO (44:10)
090400             MOVE 8 TO RETURN-CODE
090500         WHEN WRK-QTDE-TOTAL = ZERO
090600             MOVE 'NENHUM DADO DO TITULAR ENCONTRADO NOS ARQUIVOS'
090700                 TO SIT-TEXTO
090800             MOVE 4 TO RETURN-CODE
090900         WHEN OTHER
091000             MOVE 'ELIMINACAO CONCLUIDA' TO SIT-TEXTO
091100             MOVE ZERO TO RETURN-CODE
091200     END-EVALUATE.
091300     WRITE REL-LINHA FROM WS-LINHA-SITUACAO.
091400     PERFORM 8100-VERIFICAR-RELOUT
091500         THRU 8100-VERIFICAR-RELOUT-EXIT.
091600     DISPLAY 'SITUACAO: ' SIT-TEXTO.
091700     DISPLAY 'REGISTROS ALTERADOS  : ' WRK-QTDE-TOTAL.
091800     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
091900     PERFORM 8100-VERIFICAR-RELOUT
092000         THRU 8100-VERIFICAR-RELOUT-EXIT.
092100     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
092200     PERFORM 8100-VERIFICAR-RELOUT
092300         THRU 8100-VERIFICAR-RELOUT-EXIT.
092400     MOVE 'EXECUTADO POR (OPERACAO):  ' TO ASS-FUNCAO.
092500     PERFORM 7200-IMPRIMIR-ASSINATURA
092600         THRU 7200-IMPRIMIR-ASSINATURA-EXIT.
092700     MOVE 'ENCARREGADO DE DADOS (DPO):' TO ASS-FUNCAO.
092800     PERFORM 7200-IMPRIMIR-ASSINATURA
092900         THRU 7200-IMPRIMIR-ASSINATURA-EXIT.
093000     MOVE 'JURIDICO:                  ' TO ASS-FUNCAO.
093100     PERFORM 7200-IMPRIMIR-ASSINATURA
093200         THRU 7200-IMPRIMIR-ASSINATURA-EXIT.
093300 7000-IMPRIMIR-CERTIFICADO-EXIT.
093400     EXIT.
093500
093600 7100-IMPRIMIR-ARQUIVO.
093700     WRITE REL-LINHA FROM WS-LINHA-ARQUIVO.
093800     PERFORM 8100-VERIFICAR-RELOUT
093900         THRU 8100-VERIFICAR-RELOUT-EXIT.
094000 7100-IMPRIMIR-ARQUIVO-EXIT.
094100     EXIT.
094200
094300 7200-IMPRIMIR-ASSINATURA.
094400     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
094500     PERFORM 8100-VERIFICAR-RELOUT
094600         THRU 8100-VERIFICAR-RELOUT-EXIT.
094700     WRITE REL-LINHA FROM WS-LINHA-ASSINATURA.
094800     PERFORM 8100-VERIFICAR-RELOUT
094900         THRU 8100-VERIFICAR-RELOUT-EXIT.
095000 7200-IMPRIMIR-ASSINATURA-EXIT.
095100     EXIT.
095200
095300 7900-IMPRIMIR-ROTULO.
095400     WRITE REL-LINHA FROM WS-LINHA-ROTULO.
095500     PERFORM 8100-VERIFICAR-RELOUT
095600         THRU 8100-VERIFICAR-RELOUT-EXIT.
095700 7900-IMPRIMIR-ROTULO-EXIT.
095800     EXIT.
095900
096000***************************************************************
096100*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO RELATORIO E AVISA  *
096200*    O OPERADOR EM CASO DE FALHA.                               *
096300***************************************************************
096400 8100-VERIFICAR-RELOUT.
096500     IF NOT RELOUT-OK
096600         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
096700             WS-RELOUT-STATUS
096800     END-IF.
096900 8100-VERIFICAR-RELOUT-EXIT.
097000     EXIT.
097100
097200***************************************************************
097300*    ENCERRAMENTO DOS ARQUIVOS                                  *
097400***************************************************************
097500 9000-FINALIZAR.
097600     IF PARM-VALIDO
097700         CLOSE CADASTRO-PESSOAS
097800     END-IF.
097825     IF XRF-ABERTO
097850         CLOSE REFERENCIA-CPF
097875     END-IF.
097900     CLOSE RELATORIO.
098000 9000-FINALIZAR-EXIT.
098100     EXIT.
