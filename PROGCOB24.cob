000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB24                                   *
000300*    DESCRICAO....: CORRECAO E UNIFICACAO DE CPF EM LOTE A      *
000400*                   PARTIR DO ARQUIVO DE TRANSACOES CADCPF      *
000500*                   (COPYBOOK TRANCPF), GRAVADO PELA OPCAO DO   *
000600*                   MENU DE CAPTURA OU DIGITADO. NA CORRECAO O  *
000700*                   REGISTRO MESTRE PASSA DO CPF ANTIGO PARA O  *
000800*                   CPF NOVO (VALIDADO PELA ROTINA CPFVAL); NA  *
000900*                   UNIFICACAO O REGISTRO PERDEDOR E EXCLUIDO   *
001000*                   E O SOBREVIVENTE MANTIDO. NOS DOIS CASOS O  *
001100*                   ENDERECO (CADEND), O MOVIMENTO DA PORTARIA  *
001200*                   (CADMOV), O HISTORICO (CADHST) E A LISTA    *
001300*                   DE CORRECAO (CADWRK) PASSAM PARA O CPF      *
001325*                   SOBREVIVENTE, A AUTORIZACAO DE ACESSO       *
001350*                   (CADACE) TAMBEM, MANTIDA A DO SOBREVIVENTE  *
001375*                   NA UNIFICACAO QUANDO ELE JA TEM UMA,        *
001400*                   E A REFERENCIA CRUZADA DO                   *
001500*                   CPF ANTIGO PARA O NOVO FICA NO ARQUIVO      *
001600*                   CADXRF. CADA ARQUIVO ALTERADO GERA LINHA    *
001700*                   NO LOG DE AUDITORIA; O REGISTRO MESTRE      *
001800*                   GERA O HISTORICO ANTES/DEPOIS. TRANSACOES   *
001900*                   NAO APLICAVEIS VAO PARA O ARQUIVO DE        *
002000*                   REJEICAO (DDNAME CADREJ).                   *
002100*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002200*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002300*    DATA-ESCRITA.: 2026-10-15                                  *
002400*-------------------------------------------------------------*
002500*    HISTORICO DE ALTERACOES                                    *
002600*    DATA       AUTOR   DESCRICAO                               *
002700*    2026-10-15 EMC     VERSAO ORIGINAL - CORRECAO E UNIFICACAO *
002800*                       DE CPF COM REFERENCIA CRUZADA.          *
002825*    2026-10-15 EMC     DATA DA REFERENCIA CRUZADA PELA DATA DE *
002850*                       NEGOCIO (ROTINA DATNEG); TRILHA E       *
002875*                       HISTORICO CONTINUAM NO RELOGIO.         *
002880*    2026-10-15 EMC     AUTORIZACAO DE ACESSO (CADACE) LEVADA   *
002885*                       PARA O CPF SOBREVIVENTE; FALHA NA       *
002890*                       REGRAVACAO DA REFERENCIA CONTADA COMO   *
002895*                       FALHA.                                  *
002896*    2026-10-15 EMC     FALHA AO EXCLUIR O CPF ANTIGO NA        *
002897*                       CORRECAO DESFAZ A GRAVACAO DO CPF NOVO  *
002898*                       E REJEITA A TRANSACAO; NA CORRECAO O    *
002899*                       ENDERECO DO CPF ANTIGO PREVALECE, COMO  *
002900*                       A AUTORIZACAO.                          *
002901***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. PROGCOB24.
003200 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003300 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CADASTRO-PESSOAS ASSIGN TO "CADPES"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PESSOA-CPF
004300         ALTERNATE RECORD KEY IS PESSOA-NOME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-CADPES-STATUS.
004600
004700     SELECT ENDERECO-CONTATO ASSIGN TO "CADEND"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ENDCON-CPF
005100         FILE STATUS IS WS-CADEND-STATUS.
005200
005300     SELECT REFERENCIA-CPF ASSIGN TO "CADXRF"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS XRF-CPF-ANTIGO
005700         FILE STATUS IS WS-CADXRF-STATUS.
005714
005728     SELECT AUTORIZACAO-ACESSO ASSIGN TO "CADACE"
005742         ORGANIZATION IS INDEXED
005756         ACCESS MODE IS RANDOM
005770         RECORD KEY IS AUT-CPF
005784         FILE STATUS IS WS-CADACE-STATUS.
005800
005900     SELECT TRANCPF ASSIGN TO "CADCPF"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CADCPF-STATUS.
006200
006300     SELECT REJCPF ASSIGN TO "CADREJ"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CADREJ-STATUS.
006600
006700     SELECT AUDITLOG ASSIGN TO "CADAUD"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-CADAUD-STATUS.
007000
007100     SELECT HISTORICO ASSIGN TO "CADHST"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-CADHST-STATUS.
007400
007500     SELECT MOVIMENTO ASSIGN TO "CADMOV"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-CADMOV-STATUS.
007800
007900     SELECT CORRECAO ASSIGN TO "CADWRK"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-CADWRK-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CADASTRO-PESSOAS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY PESSOA.
008700
008800 FD  ENDERECO-CONTATO
008900     LABEL RECORDS ARE STANDARD.
009000     COPY ENDCON.
009100
009200 FD  REFERENCIA-CPF
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CPFXRF.
009420
009440 FD  AUTORIZACAO-ACESSO
009460     LABEL RECORDS ARE STANDARD.
009480     COPY AUTACE.
009500
009600 FD  TRANCPF
009700     LABEL RECORDS ARE STANDARD.
009800     COPY TRANCPF.
009900
010000 FD  REJCPF
010100     LABEL RECORDS ARE STANDARD.
010200     COPY REJCPF.
010300
010400 FD  AUDITLOG
010500     LABEL RECORDS ARE STANDARD.
010600     COPY AUDLOG.
010700
010800 FD  HISTORICO
010900     LABEL RECORDS ARE STANDARD.
011000     COPY HSTLOG.
011100
011200 FD  MOVIMENTO
011300     LABEL RECORDS ARE STANDARD.
011400     COPY MOVPOR.
011500
011600 FD  CORRECAO
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CORWRK.
011900
012000 WORKING-STORAGE SECTION.
012100 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
012200     88  CADPES-OK                   VALUE '00'.
012300     88  CADPES-NAO-EXISTE           VALUE '35'.
012400 77  WS-CADEND-STATUS            PIC X(02)   VALUE '00'.
012500     88  CADEND-OK                   VALUE '00'.
012600     88  CADEND-NAO-EXISTE           VALUE '35'.
012700 77  WS-CADXRF-STATUS            PIC X(02)   VALUE '00'.
012800     88  CADXRF-OK                   VALUE '00'.
012900     88  CADXRF-NAO-EXISTE           VALUE '35'.
013000     88  FIM-CADXRF                  VALUE '10'.
013025 77  WS-CADACE-STATUS            PIC X(02)   VALUE '00'.
013050     88  CADACE-OK                   VALUE '00'.
013075     88  CADACE-NAO-EXISTE           VALUE '35'.
013100 77  WS-CADCPF-STATUS            PIC X(02)   VALUE '00'.
013200     88  CADCPF-OK                   VALUE '00'.
013300     88  CADCPF-NAO-EXISTE           VALUE '35'.
013400     88  FIM-CADCPF                  VALUE '10'.
013500 77  WS-CADREJ-STATUS            PIC X(02)   VALUE '00'.
013600     88  CADREJ-OK                   VALUE '00'.
013700     88  CADREJ-NAO-EXISTE           VALUE '35'.
013800 77  WS-CADAUD-STATUS            PIC X(02)   VALUE '00'.
013900     88  CADAUD-OK                   VALUE '00'.
014000     88  CADAUD-NAO-EXISTE           VALUE '35'.
014100 77  WS-CADHST-STATUS            PIC X(02)   VALUE '00'.
014200     88  CADHST-OK                   VALUE '00'.
014300     88  CADHST-NAO-EXISTE           VALUE '35'.
014400     88  FIM-CADHST                  VALUE '10'.
014500 77  WS-CADMOV-STATUS            PIC X(02)   VALUE '00'.
014600     88  CADMOV-OK                   VALUE '00'.
014700     88  CADMOV-NAO-EXISTE           VALUE '35'.
014800     88  FIM-CADMOV                  VALUE '10'.
014900 77  WS-CADWRK-STATUS            PIC X(02)   VALUE '00'.
015000     88  CADWRK-OK                   VALUE '00'.
015100     88  CADWRK-NAO-EXISTE           VALUE '35'.
015200     88  FIM-CADWRK                  VALUE '10'.
015300 77  WRK-IMAGEM-ANTES            PIC X(59)   VALUE SPACES.
015400 77  WRK-IMAGEM-SOBREVIVENTE     PIC X(59)   VALUE SPACES.
015500 77  WRK-QTDE-LIDAS              PIC 9(09)   COMP VALUE ZERO.
015600 77  WRK-QTDE-CORRIGIDAS         PIC 9(09)   COMP VALUE ZERO.
015700 77  WRK-QTDE-UNIFICADAS         PIC 9(09)   COMP VALUE ZERO.
015800 77  WRK-QTDE-REJEITADAS         PIC 9(09)   COMP VALUE ZERO.
015900 77  WRK-QTDE-END-MOVIDOS        PIC 9(09)   COMP VALUE ZERO.
016000 77  WRK-QTDE-END-DESCARTADOS    PIC 9(09)   COMP VALUE ZERO.
016033 77  WRK-QTDE-ACE-MOVIDAS        PIC 9(09)   COMP VALUE ZERO.
016066 77  WRK-QTDE-ACE-DESCARTADAS    PIC 9(09)   COMP VALUE ZERO.
016100 77  WRK-QTDE-MOV-REGRAVADOS     PIC 9(09)   COMP VALUE ZERO.
016200 77  WRK-QTDE-HST-REGRAVADOS     PIC 9(09)   COMP VALUE ZERO.
016300 77  WRK-QTDE-WRK-REGRAVADOS     PIC 9(09)   COMP VALUE ZERO.
016400 77  WRK-QTDE-REF-CONCLUIDAS     PIC 9(09)   COMP VALUE ZERO.
016500 77  WRK-QTDE-FALHAS             PIC 9(09)   COMP VALUE ZERO.
016600 77  WRK-REJ-TIPO-INVAL          PIC 9(09)   COMP VALUE ZERO.
016700 77  WRK-REJ-ANTIGO-INVAL        PIC 9(09)   COMP VALUE ZERO.
016800 77  WRK-REJ-NOVO-INVAL          PIC 9(09)   COMP VALUE ZERO.
016900 77  WRK-REJ-IGUAIS              PIC 9(09)   COMP VALUE ZERO.
017000 77  WRK-REJ-ANTIGO-NAO-CAD      PIC 9(09)   COMP VALUE ZERO.
017100 77  WRK-REJ-NOVO-JA-CAD         PIC 9(09)   COMP VALUE ZERO.
017200 77  WRK-REJ-NOVO-NAO-CAD        PIC 9(09)   COMP VALUE ZERO.
017300 77  WRK-REJ-SOBREV-INATIVO      PIC 9(09)   COMP VALUE ZERO.
017400 77  WRK-REJ-FALHA-GRAVACAO      PIC 9(09)   COMP VALUE ZERO.
017500 77  WRK-QTDE-SALTOS             PIC 9(02)   COMP VALUE ZERO.
017600 77  SW-CPF-CADASTRADO           PIC X(01)   VALUE 'N'.
017700     88  CPF-CADASTRADO              VALUE 'S'.
017800 77  SW-TEM-ENDERECO             PIC X(01)   VALUE 'N'.
017900     88  TEM-ENDERECO                VALUE 'S'.
017925 77  SW-TEM-AUTORIZACAO          PIC X(01)   VALUE 'N'.
017950     88  TEM-AUTORIZACAO             VALUE 'S'.
017975 77  WRK-AUTACE-REC              PIC X(100)  VALUE SPACES.
018000 77  SW-CPF-REFERENCIADO         PIC X(01)   VALUE 'N'.
018100     88  CPF-REFERENCIADO            VALUE 'S'.
018200 77  SW-FIM-CADEIA               PIC X(01)   VALUE 'N'.
018300     88  FIM-CADEIA                  VALUE 'S'.
018400 77  WRK-ARQ-REGRAVADO           PIC X(01)   VALUE SPACE.
018500     88  ARQ-MOVIMENTO               VALUE 'M'.
018600     88  ARQ-HISTORICO               VALUE 'H'.
018700     88  ARQ-CORRECAO                VALUE 'W'.
018800 77  WRK-CPF-BUSCA               PIC 9(11)   VALUE ZEROS.
018900 77  WRK-CPF-AUDITORIA           PIC 9(11)   VALUE ZEROS.
019000 77  WRK-QTDE-EDICAO             PIC 9(07)   VALUE ZEROS.
019100 77  WRK-NOME                    PIC X(20)   VALUE SPACES.
019200 77  WRK-IDADE                   PIC 9(02)   VALUE ZEROS.
019300 77  WRK-AUD-OPERACAO            PIC X(08)   VALUE SPACES.
019400 77  WRK-AUD-MOTIVO              PIC X(30)   VALUE SPACES.
019500
019600 01  WS-DATA-HORA-SISTEMA.
019700     05  WS-DATA-SISTEMA.
019800         10  WS-DATA-AAAA        PIC 9(04).
019900         10  WS-DATA-MM          PIC 9(02).
020000         10  WS-DATA-DD          PIC 9(02).
020100     05  WS-HORA-SISTEMA.
020200         10  WS-HORA-HH          PIC 9(02).
020300         10  WS-HORA-MM          PIC 9(02).
020400         10  WS-HORA-SS          PIC 9(02).
020500         10  WS-HORA-CENT        PIC 9(02).
020600
020700     COPY CPFPARM.
020800
020900     COPY RUNPARM.
020933
020966     COPY NEGPARM.
021000
021100***************************************************************
021200 PROCEDURE DIVISION.
021300***************************************************************
021400 0000-MAINLINE.
021500     PERFORM 0500-REGISTRAR-INICIO
021600         THRU 0500-REGISTRAR-INICIO-EXIT.
021700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
021800     PERFORM 2000-PROCESSAR-TRANSACOES
021900         THRU 2000-PROCESSAR-TRANSACOES-EXIT
022000         UNTIL FIM-CADCPF.
022100     CLOSE TRANCPF.
022200     CLOSE REJCPF.
022300     CLOSE ENDERECO-CONTATO.
022350     CLOSE AUTORIZACAO-ACESSO.
022400     CLOSE HISTORICO.
022500     PERFORM 5000-REGRAVAR-MOVIMENTO
022600         THRU 5000-REGRAVAR-MOVIMENTO-EXIT.
022700     PERFORM 5300-REGRAVAR-HISTORICO
022800         THRU 5300-REGRAVAR-HISTORICO-EXIT.
022900     PERFORM 5600-REGRAVAR-CORRECAO
023000         THRU 5600-REGRAVAR-CORRECAO-EXIT.
023100     PERFORM 6000-CONCLUIR-REFERENCIAS
023200         THRU 6000-CONCLUIR-REFERENCIAS-EXIT.
023300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
023400     DISPLAY 'TRANSACOES LIDAS       : ' WRK-QTDE-LIDAS.
023500     DISPLAY 'CORRECOES APLICADAS    : ' WRK-QTDE-CORRIGIDAS.
023600     DISPLAY 'UNIFICACOES APLICADAS  : ' WRK-QTDE-UNIFICADAS.
023700     DISPLAY 'TRANSACOES REJEITADAS  : ' WRK-QTDE-REJEITADAS.
023800     DISPLAY 'REJEICOES POR MOTIVO:'.
023900     DISPLAY '  01 TIPO INVALIDO     : ' WRK-REJ-TIPO-INVAL.
024000     DISPLAY '  02 CPF ANTIGO INVALID: ' WRK-REJ-ANTIGO-INVAL.
024100     DISPLAY '  03 CPF NOVO INVALIDO : ' WRK-REJ-NOVO-INVAL.
024200     DISPLAY '  04 CPFS IGUAIS       : ' WRK-REJ-IGUAIS.
024300     DISPLAY '  05 ANTIGO NAO CADASTR: ' WRK-REJ-ANTIGO-NAO-CAD.
024400     DISPLAY '  06 NOVO JA CADASTRADO: ' WRK-REJ-NOVO-JA-CAD.
024500     DISPLAY '  07 NOVO NAO CADASTRAD: ' WRK-REJ-NOVO-NAO-CAD.
024600     DISPLAY '  08 SOBREVIVENTE INATV: ' WRK-REJ-SOBREV-INATIVO.
024700     DISPLAY '  09 FALHA DE GRAVACAO : ' WRK-REJ-FALHA-GRAVACAO.
024800     DISPLAY 'ENDERECOS TRANSFERIDOS : ' WRK-QTDE-END-MOVIDOS.
024900     DISPLAY 'ENDERECOS DESCARTADOS  : ' WRK-QTDE-END-DESCARTADOS.
024933     DISPLAY 'AUTORIZ. TRANSFERIDAS  : ' WRK-QTDE-ACE-MOVIDAS.
024966     DISPLAY 'AUTORIZ. DESCARTADAS   : ' WRK-QTDE-ACE-DESCARTADAS.
025000     DISPLAY 'MOVIMENTOS REGRAVADOS  : ' WRK-QTDE-MOV-REGRAVADOS.
025100     DISPLAY 'HISTORICOS REGRAVADOS  : ' WRK-QTDE-HST-REGRAVADOS.
025200     DISPLAY 'CORRECOES REGRAVADAS   : ' WRK-QTDE-WRK-REGRAVADOS.
025300     DISPLAY 'REFERENCIAS CONCLUIDAS : ' WRK-QTDE-REF-CONCLUIDAS.
025400     IF WRK-QTDE-FALHAS > ZERO
025500         DISPLAY 'FALHAS DE GRAVACAO     : ' WRK-QTDE-FALHAS
025600         MOVE 8 TO RETURN-CODE
025700     END-IF.
025800     MOVE WRK-QTDE-LIDAS TO RUNCTL-QTDE.
025900     MOVE RETURN-CODE    TO RUNCTL-RC.
026000     PERFORM 8900-REGISTRAR-FIM
026100         THRU 8900-REGISTRAR-FIM-EXIT.
026200     STOP RUN.
026300
026400***************************************************************
026500*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
026600*    NOTURNA VIA ROTINA RUNCTL.                                 *
026700***************************************************************
026800 0500-REGISTRAR-INICIO.
026900     SET RUNCTL-FUNC-INICIO TO TRUE.
027000     MOVE 'PROGCB24' TO RUNCTL-JOB.
027100     MOVE ZEROS      TO RUNCTL-QTDE.
027200     MOVE ZEROS      TO RUNCTL-RC.
027300     CALL 'RUNCTL' USING RUNCTL-PARM.
027400 0500-REGISTRAR-INICIO-EXIT.
027500     EXIT.
027600
027700***************************************************************
027800*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
027900*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
028000***************************************************************
028100 8900-REGISTRAR-FIM.
028200     SET RUNCTL-FUNC-FIM TO TRUE.
028300     MOVE 'PROGCB24' TO RUNCTL-JOB.
028400     CALL 'RUNCTL' USING RUNCTL-PARM.
028500 8900-REGISTRAR-FIM-EXIT.
028600     EXIT.
028700
028800***************************************************************
028900*    ABERTURA DOS ARQUIVOS. O ENDERECO, A AUTORIZACAO DE        *
028950*    ACESSO, A REFERENCIA CRUZADA,                              *
029000*    O ARQUIVO DE REJEICAO, O LOG DE AUDITORIA E O HISTORICO    *
029100*    SAO CRIADOS AUTOMATICAMENTE NA PRIMEIRA EXECUCAO.          *
029200***************************************************************
029300 1000-INICIALIZAR.
029333     SET DATNEG-FUNC-CORRENTE TO TRUE.
029366     CALL 'DATNEG' USING DATNEG-PARM.
029400     OPEN I-O CADASTRO-PESSOAS.
029500     IF NOT CADPES-OK
029600         DISPLAY 'ERRO: FALHA AO ABRIR CADASTRO - STATUS '
029700             WS-CADPES-STATUS
029800     END-IF.
029900     OPEN I-O ENDERECO-CONTATO.
030000     IF CADEND-NAO-EXISTE
030100         OPEN OUTPUT ENDERECO-CONTATO
030200         CLOSE ENDERECO-CONTATO
030300         OPEN I-O ENDERECO-CONTATO
030400     END-IF.
030500     IF NOT CADEND-OK
030600         DISPLAY 'ERRO: FALHA AO ABRIR ENDERECOS - STATUS '
030700             WS-CADEND-STATUS
030800     END-IF.
030900     OPEN I-O REFERENCIA-CPF.
031000     IF CADXRF-NAO-EXISTE
031100         OPEN OUTPUT REFERENCIA-CPF
031200         CLOSE REFERENCIA-CPF
031300         OPEN I-O REFERENCIA-CPF
031400     END-IF.
031500     IF NOT CADXRF-OK
031600         DISPLAY 'ERRO: FALHA AO ABRIR REFERENCIA CRUZADA - '
031700             'STATUS ' WS-CADXRF-STATUS
031800     END-IF.
031809     OPEN I-O AUTORIZACAO-ACESSO.
031818     IF CADACE-NAO-EXISTE
031827         OPEN OUTPUT AUTORIZACAO-ACESSO
031836         CLOSE AUTORIZACAO-ACESSO
031845         OPEN I-O AUTORIZACAO-ACESSO
031854     END-IF.
031863     IF NOT CADACE-OK
031872         DISPLAY 'ERRO: FALHA AO ABRIR AUTORIZACOES - STATUS '
031881             WS-CADACE-STATUS
031890     END-IF.
031900     OPEN INPUT TRANCPF.
032000     IF NOT CADCPF-OK
032100         DISPLAY 'ARQUIVO DE TRANSACOES AUSENTE - STATUS '
032200             WS-CADCPF-STATUS
032300         SET FIM-CADCPF TO TRUE
032400     END-IF.
032500     OPEN EXTEND REJCPF.
032600     IF CADREJ-NAO-EXISTE
032700         OPEN OUTPUT REJCPF
032800         CLOSE REJCPF
032900         OPEN EXTEND REJCPF
033000     END-IF.
033100     OPEN EXTEND AUDITLOG.
033200     IF CADAUD-NAO-EXISTE
033300         OPEN OUTPUT AUDITLOG
033400         CLOSE AUDITLOG
033500         OPEN EXTEND AUDITLOG
033600     END-IF.
033700     OPEN EXTEND HISTORICO.
033800     IF CADHST-NAO-EXISTE
033900         OPEN OUTPUT HISTORICO
034000         CLOSE HISTORICO
034100         OPEN EXTEND HISTORICO
034200     END-IF.
034300 1000-INICIALIZAR-EXIT.
034400     EXIT.
034500
034600***************************************************************
034700*    LE A PROXIMA TRANSACAO E APLICA NO MESTRE, NO ENDERECO E   *
034800*    NA REFERENCIA CRUZADA. OS ARQUIVOS SEQUENCIAIS SAO         *
034900*    REGRAVADOS DE UMA SO VEZ DEPOIS DE TODAS AS TRANSACOES.    *
035000***************************************************************
035100 2000-PROCESSAR-TRANSACOES.
035200     READ TRANCPF
035300         AT END
035400             SET FIM-CADCPF TO TRUE
035500         NOT AT END
035600             ADD 1 TO WRK-QTDE-LIDAS
035700             PERFORM 2100-APLICAR-TRANSACAO
035800                 THRU 2100-APLICAR-TRANSACAO-EXIT
035900     END-READ.
036000 2000-PROCESSAR-TRANSACOES-EXIT.
036100     EXIT.
036200
036300***************************************************************
036400*    VALIDA O TIPO E OS DOIS CPFS DA TRANSACAO E ACIONA A       *
036500*    ROTINA DO TIPO CORRESPONDENTE. O CPF ANTIGO PRECISA SER    *
036600*    APENAS NUMERICO (PODE SER JUSTAMENTE O CPF DIGITADO        *
036700*    ERRADO); O CPF NOVO PASSA PELA ROTINA CPFVAL.              *
036800***************************************************************
036900 2100-APLICAR-TRANSACAO.
037000     MOVE SPACES TO WRK-NOME.
037100     MOVE ZEROS  TO WRK-IDADE.
037200     MOVE ZEROS  TO WRK-CPF-AUDITORIA.
037300     IF TRCPF-CPF-ANTIGO IS NUMERIC
037400         MOVE TRCPF-CPF-ANTIGO TO WRK-CPF-AUDITORIA
037500     END-IF.
037600     EVALUATE TRUE
037700         WHEN TRCPF-CORRIGIR
037800             MOVE 'CORRCPF ' TO WRK-AUD-OPERACAO
037900         WHEN TRCPF-UNIFICAR
038000             MOVE 'UNIFCPF ' TO WRK-AUD-OPERACAO
038100         WHEN OTHER
038200             DISPLAY 'TRANSACAO REJEITADA - TIPO INVALIDO: '
038300                 TRCPF-TIPO ' ' TRCPF-CPF-ANTIGO
038400             ADD 1 TO WRK-REJ-TIPO-INVAL
038500             SET REJC-TIPO-INVALIDO TO TRUE
038600             MOVE 'INVALIDO' TO WRK-AUD-OPERACAO
038700             MOVE 'TIPO DE TRANSACAO INVALIDO' TO WRK-AUD-MOTIVO
038800             PERFORM 8600-REJEITAR-TRANSACAO
038900                 THRU 8600-REJEITAR-TRANSACAO-EXIT
039000             GO TO 2100-APLICAR-TRANSACAO-EXIT
039100     END-EVALUATE.
039200     IF TRCPF-CPF-ANTIGO IS NOT NUMERIC
039300         DISPLAY 'TRANSACAO REJEITADA - CPF ANTIGO INVALIDO: '
039400             TRCPF-CPF-ANTIGO
039500         ADD 1 TO WRK-REJ-ANTIGO-INVAL
039600         SET REJC-CPF-ANTIGO-INVALIDO TO TRUE
039700         MOVE 'CPF ANTIGO NAO NUMERICO' TO WRK-AUD-MOTIVO
039800         PERFORM 8600-REJEITAR-TRANSACAO
039900             THRU 8600-REJEITAR-TRANSACAO-EXIT
040000         GO TO 2100-APLICAR-TRANSACAO-EXIT
040100     END-IF.
040200     SET CPFVAL-INVALIDO TO TRUE.
040300     IF TRCPF-CPF-NOVO IS NUMERIC
040400         MOVE TRCPF-CPF-NOVO TO CPFVAL-CPF
040500         CALL 'CPFVAL' USING CPFVAL-PARM
040600     END-IF.
040700     IF NOT CPFVAL-VALIDO
040800         DISPLAY 'TRANSACAO REJEITADA - CPF NOVO INVALIDO: '
040900             TRCPF-CPF-NOVO
041000         ADD 1 TO WRK-REJ-NOVO-INVAL
041100         SET REJC-CPF-NOVO-INVALIDO TO TRUE
041200         MOVE 'CPF NOVO INVALIDO (DV)' TO WRK-AUD-MOTIVO
041300         PERFORM 8600-REJEITAR-TRANSACAO
041400             THRU 8600-REJEITAR-TRANSACAO-EXIT
041500         GO TO 2100-APLICAR-TRANSACAO-EXIT
041600     END-IF.
041700     IF TRCPF-CPF-NOVO = TRCPF-CPF-ANTIGO
041800         DISPLAY 'TRANSACAO REJEITADA - CPFS IGUAIS: '
041900             TRCPF-CPF-ANTIGO
042000         ADD 1 TO WRK-REJ-IGUAIS
042100         SET REJC-CPFS-IGUAIS TO TRUE
042200         MOVE 'CPF ANTIGO IGUAL AO NOVO' TO WRK-AUD-MOTIVO
042300         PERFORM 8600-REJEITAR-TRANSACAO
042400             THRU 8600-REJEITAR-TRANSACAO-EXIT
042500         GO TO 2100-APLICAR-TRANSACAO-EXIT
042600     END-IF.
042700     MOVE TRCPF-CPF-ANTIGO TO PESSOA-CPF.
042800     PERFORM 2200-LOCALIZAR-REGISTRO
042900         THRU 2200-LOCALIZAR-REGISTRO-EXIT.
043000     IF NOT CPF-CADASTRADO
043100         DISPLAY 'TRANSACAO REJEITADA - CPF ANTIGO NAO '
043200             'CADASTRADO: ' TRCPF-CPF-ANTIGO
043300         ADD 1 TO WRK-REJ-ANTIGO-NAO-CAD
043400         SET REJC-ANTIGO-NAO-CADASTRADO TO TRUE
043500         MOVE 'CPF ANTIGO NAO CADASTRADO' TO WRK-AUD-MOTIVO
043600         PERFORM 8600-REJEITAR-TRANSACAO
043700             THRU 8600-REJEITAR-TRANSACAO-EXIT
043800         GO TO 2100-APLICAR-TRANSACAO-EXIT
043900     END-IF.
044000     MOVE PESSOA-REC   TO WRK-IMAGEM-ANTES.
044100     MOVE PESSOA-NOME  TO WRK-NOME.
044200     MOVE PESSOA-IDADE TO WRK-IDADE.
044300     IF TRCPF-CORRIGIR
044400         PERFORM 3000-CORRIGIR-CPF THRU 3000-CORRIGIR-CPF-EXIT
044500     ELSE
044600         PERFORM 4000-UNIFICAR-CPF THRU 4000-UNIFICAR-CPF-EXIT
044700     END-IF.
044800 2100-APLICAR-TRANSACAO-EXIT.
044900     EXIT.
045000
045100***************************************************************
045200*    LE O REGISTRO MESTRE DO CPF JA MOVIDO PARA PESSOA-CPF,     *
045300*    INDICANDO EM SW-CPF-CADASTRADO SE EXISTE.                  *
045400***************************************************************
045500 2200-LOCALIZAR-REGISTRO.
045600     MOVE 'N' TO SW-CPF-CADASTRADO.
045700     READ CADASTRO-PESSOAS
045800         INVALID KEY
045900             MOVE 'N' TO SW-CPF-CADASTRADO
046000         NOT INVALID KEY
046100             SET CPF-CADASTRADO TO TRUE
046200     END-READ.
046300 2200-LOCALIZAR-REGISTRO-EXIT.
046400     EXIT.
046500
046600***************************************************************
046700*    CORRECAO DE CPF: O CPF NOVO NAO PODE EXISTIR NO MESTRE. O  *
046800*    REGISTRO E GRAVADO NO CPF NOVO COM OS MESMOS DADOS E DATAS *
046900*    E O REGISTRO DO CPF ANTIGO E EXCLUIDO. SE ESSA EXCLUSAO    *
047000*    FALHA, O CPF NOVO E EXCLUIDO DE VOLTA E A TRANSACAO E      *
047025*    REJEITADA, SEM TRANSFERIR ENDERECO NEM AUTORIZACAO. O      *
047050*    HISTORICO GUARDA A IMAGEM NO CPF ANTIGO (ANTES) E NO CPF   *
047075*    NOVO (DEPOIS).                                             *
047100***************************************************************
047200 3000-CORRIGIR-CPF.
047300     MOVE TRCPF-CPF-NOVO TO PESSOA-CPF.
047400     PERFORM 2200-LOCALIZAR-REGISTRO
047500         THRU 2200-LOCALIZAR-REGISTRO-EXIT.
047600     IF CPF-CADASTRADO
047700         DISPLAY 'TRANSACAO REJEITADA - CPF NOVO JA '
047800             'CADASTRADO: ' TRCPF-CPF-NOVO
047900         ADD 1 TO WRK-REJ-NOVO-JA-CAD
048000         SET REJC-NOVO-JA-CADASTRADO TO TRUE
048100         MOVE 'CPF NOVO JA CADASTRADO' TO WRK-AUD-MOTIVO
048200         PERFORM 8600-REJEITAR-TRANSACAO
048300             THRU 8600-REJEITAR-TRANSACAO-EXIT
048400         GO TO 3000-CORRIGIR-CPF-EXIT
048500     END-IF.
048600     MOVE WRK-IMAGEM-ANTES TO PESSOA-REC.
048700     MOVE TRCPF-CPF-NOVO   TO PESSOA-CPF.
048800     WRITE PESSOA-REC.
048900     IF NOT CADPES-OK
049000         DISPLAY 'ERRO: FALHA AO GRAVAR CPF NOVO - STATUS '
049100             WS-CADPES-STATUS
049200         ADD 1 TO WRK-REJ-FALHA-GRAVACAO
049300         SET REJC-FALHA-GRAVACAO TO TRUE
049400         MOVE 'FALHA AO GRAVAR REGISTRO' TO WRK-AUD-MOTIVO
049500         PERFORM 8600-REJEITAR-TRANSACAO
049600             THRU 8600-REJEITAR-TRANSACAO-EXIT
049700         GO TO 3000-CORRIGIR-CPF-EXIT
049800     END-IF.
049900     MOVE TRCPF-CPF-ANTIGO TO PESSOA-CPF.
050000     DELETE CADASTRO-PESSOAS RECORD
050100         INVALID KEY
050200             DISPLAY 'ERRO: FALHA AO EXCLUIR CPF ANTIGO - STATUS '
050300                 WS-CADPES-STATUS
050400             GO TO 3000-CORRIGIR-CPF-DESFAZER
050500     END-DELETE.
050600     ADD 1 TO WRK-QTDE-CORRIGIDAS.
050700     MOVE WRK-IMAGEM-ANTES TO PESSOA-REC.
050800     MOVE TRCPF-CPF-NOVO   TO PESSOA-CPF.
050900     MOVE TRCPF-CPF-NOVO   TO WRK-CPF-AUDITORIA.
051000     PERFORM 8200-GRAVAR-HISTORICO
051100         THRU 8200-GRAVAR-HISTORICO-EXIT.
051200     MOVE SPACES TO WRK-AUD-MOTIVO.
051300     STRING 'CADPES ANTERIOR ' DELIMITED BY SIZE
051400         TRCPF-CPF-ANTIGO DELIMITED BY SIZE
051500         INTO WRK-AUD-MOTIVO
051600     END-STRING.
051700     SET AUDLOG-APROVADO TO TRUE.
051800     PERFORM 8000-REGISTRAR-AUDITORIA
051900         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
052000     PERFORM 4500-TRANSFERIR-ENDERECO
052100         THRU 4500-TRANSFERIR-ENDERECO-EXIT.
052133     PERFORM 4600-TRANSFERIR-AUTORIZACAO
052166         THRU 4600-TRANSFERIR-AUTORIZACAO-EXIT.
052200     PERFORM 4700-GRAVAR-REFERENCIA
052300         THRU 4700-GRAVAR-REFERENCIA-EXIT.
052306     GO TO 3000-CORRIGIR-CPF-EXIT.
052312 3000-CORRIGIR-CPF-DESFAZER.
052318     MOVE TRCPF-CPF-NOVO TO PESSOA-CPF.
052324     DELETE CADASTRO-PESSOAS RECORD
052330         INVALID KEY
052336             DISPLAY 'ERRO: FALHA AO DESFAZER CPF NOVO - STATUS '
052342                 WS-CADPES-STATUS
052348             ADD 1 TO WRK-QTDE-FALHAS
052354     END-DELETE.
052360     ADD 1 TO WRK-REJ-FALHA-GRAVACAO.
052366     SET REJC-FALHA-GRAVACAO TO TRUE.
052372     MOVE 'FALHA AO EXCLUIR REGISTRO' TO WRK-AUD-MOTIVO.
052378     PERFORM 8600-REJEITAR-TRANSACAO
052384         THRU 8600-REJEITAR-TRANSACAO-EXIT.
052400 3000-CORRIGIR-CPF-EXIT.
052500     EXIT.
052600
052700***************************************************************
052800*    UNIFICACAO: O CPF NOVO (SOBREVIVENTE) PRECISA EXISTIR E    *
052900*    ESTAR ATIVO. O REGISTRO DO CPF ANTIGO (PERDEDOR) E         *
053000*    EXCLUIDO DO MESTRE; O HISTORICO GUARDA A IMAGEM DO         *
053100*    PERDEDOR (ANTES) E A DO SOBREVIVENTE (DEPOIS).             *
053200***************************************************************
053300 4000-UNIFICAR-CPF.
053400     MOVE TRCPF-CPF-NOVO TO PESSOA-CPF.
053500     PERFORM 2200-LOCALIZAR-REGISTRO
053600         THRU 2200-LOCALIZAR-REGISTRO-EXIT.
053700     IF NOT CPF-CADASTRADO
053800         DISPLAY 'TRANSACAO REJEITADA - CPF SOBREVIVENTE NAO '
053900             'CADASTRADO: ' TRCPF-CPF-NOVO
054000         ADD 1 TO WRK-REJ-NOVO-NAO-CAD
054100         SET REJC-NOVO-NAO-CADASTRADO TO TRUE
054200         MOVE 'CPF SOBREVIVENTE NAO CADASTRADO' TO WRK-AUD-MOTIVO
054300         PERFORM 8600-REJEITAR-TRANSACAO
054400             THRU 8600-REJEITAR-TRANSACAO-EXIT
054500         GO TO 4000-UNIFICAR-CPF-EXIT
054600     END-IF.
054700     IF PESSOA-INATIVO
054800         DISPLAY 'TRANSACAO REJEITADA - CPF SOBREVIVENTE '
054900             'INATIVO: ' TRCPF-CPF-NOVO
055000         ADD 1 TO WRK-REJ-SOBREV-INATIVO
055100         SET REJC-SOBREVIVENTE-INATIVO TO TRUE
055200         MOVE 'CPF SOBREVIVENTE INATIVO' TO WRK-AUD-MOTIVO
055300         PERFORM 8600-REJEITAR-TRANSACAO
055400             THRU 8600-REJEITAR-TRANSACAO-EXIT
055500         GO TO 4000-UNIFICAR-CPF-EXIT
055600     END-IF.
055700     MOVE PESSOA-REC TO WRK-IMAGEM-SOBREVIVENTE.
055800     MOVE TRCPF-CPF-ANTIGO TO PESSOA-CPF.
055900     DELETE CADASTRO-PESSOAS RECORD
056000         INVALID KEY
056100             DISPLAY 'ERRO: FALHA AO EXCLUIR CPF PERDEDOR - '
056200                 'STATUS ' WS-CADPES-STATUS
056300             ADD 1 TO WRK-REJ-FALHA-GRAVACAO
056400             SET REJC-FALHA-GRAVACAO TO TRUE
056500             MOVE 'FALHA AO EXCLUIR REGISTRO' TO WRK-AUD-MOTIVO
056600             PERFORM 8600-REJEITAR-TRANSACAO
056700                 THRU 8600-REJEITAR-TRANSACAO-EXIT
056800             GO TO 4000-UNIFICAR-CPF-EXIT
056900     END-DELETE.
057000     ADD 1 TO WRK-QTDE-UNIFICADAS.
057100     MOVE WRK-IMAGEM-SOBREVIVENTE TO PESSOA-REC.
057200     MOVE PESSOA-NOME  TO WRK-NOME.
057300     MOVE PESSOA-IDADE TO WRK-IDADE.
057400     MOVE TRCPF-CPF-NOVO TO WRK-CPF-AUDITORIA.
057500     PERFORM 8200-GRAVAR-HISTORICO
057600         THRU 8200-GRAVAR-HISTORICO-EXIT.
057700     MOVE SPACES TO WRK-AUD-MOTIVO.
057800     STRING 'CADPES EXCLUIDO ' DELIMITED BY SIZE
057900         TRCPF-CPF-ANTIGO DELIMITED BY SIZE
058000         INTO WRK-AUD-MOTIVO
058100     END-STRING.
058200     SET AUDLOG-APROVADO TO TRUE.
058300     PERFORM 8000-REGISTRAR-AUDITORIA
058400         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
058500     PERFORM 4500-TRANSFERIR-ENDERECO
058600         THRU 4500-TRANSFERIR-ENDERECO-EXIT.
058633     PERFORM 4600-TRANSFERIR-AUTORIZACAO
058666         THRU 4600-TRANSFERIR-AUTORIZACAO-EXIT.
058700     PERFORM 4700-GRAVAR-REFERENCIA
058800         THRU 4700-GRAVAR-REFERENCIA-EXIT.
058900 4000-UNIFICAR-CPF-EXIT.
059000     EXIT.
059100
059200***************************************************************
059300*    LEVA O ENDERECO DO CPF ANTIGO PARA O CPF NOVO. NA          *
059400*    CORRECAO O CPF ANTIGO E A IDENTIDADE QUE SOBREVIVE E SEU   *
059500*    ENDERECO SUBSTITUI O QUE HOUVER NO CPF NOVO; NA UNIFICACAO *
059600*    O ENDERECO PROPRIO DO SOBREVIVENTE E MANTIDO E O DO        *
059633*    PERDEDOR DESCARTADO. SEM ENDERECO NO CPF ANTIGO O ARQUIVO  *
059666*    NAO E ALTERADO.                                            *
059700***************************************************************
059800 4500-TRANSFERIR-ENDERECO.
059900     MOVE TRCPF-CPF-ANTIGO TO ENDCON-CPF.
060000     READ ENDERECO-CONTATO
060100         INVALID KEY
060200             GO TO 4500-TRANSFERIR-ENDERECO-EXIT
060300     END-READ.
060400     MOVE 'N' TO SW-TEM-ENDERECO.
060500     MOVE TRCPF-CPF-NOVO TO ENDCON-CPF.
060600     READ ENDERECO-CONTATO
060700         INVALID KEY
060800             MOVE 'N' TO SW-TEM-ENDERECO
060900         NOT INVALID KEY
061000             SET TEM-ENDERECO TO TRUE
061100     END-READ.
061200     IF TEM-ENDERECO AND TRCPF-UNIFICAR
061300         GO TO 4500-TRANSFERIR-ENDERECO-EXCLUIR
061400     END-IF.
061500     MOVE TRCPF-CPF-ANTIGO TO ENDCON-CPF.
061600     READ ENDERECO-CONTATO
061700         INVALID KEY
061800             CONTINUE
061900     END-READ.
062000     MOVE TRCPF-CPF-NOVO TO ENDCON-CPF.
062100     IF TEM-ENDERECO
062200         REWRITE ENDCON-REC
062300     ELSE
062400         WRITE ENDCON-REC
062500     END-IF.
062600     IF NOT CADEND-OK
062700         DISPLAY 'ERRO: FALHA AO GRAVAR ENDERECO - STATUS '
062800             WS-CADEND-STATUS
062900         ADD 1 TO WRK-QTDE-FALHAS
063000         SET AUDLOG-REJEITADO TO TRUE
063012         MOVE 'FALHA AO TRANSFERIR CADEND' TO WRK-AUD-MOTIVO
063024         PERFORM 8000-REGISTRAR-AUDITORIA
063036             THRU 8000-REGISTRAR-AUDITORIA-EXIT
063048         GO TO 4500-TRANSFERIR-ENDERECO-EXIT
063060     END-IF.
063072     MOVE 'N' TO SW-TEM-ENDERECO.
063084 4500-TRANSFERIR-ENDERECO-EXCLUIR.
063100     MOVE TRCPF-CPF-ANTIGO TO ENDCON-CPF.
063200     DELETE ENDERECO-CONTATO RECORD
063300         INVALID KEY
063400             DISPLAY 'ERRO: FALHA AO EXCLUIR ENDERECO - STATUS '
063500                 WS-CADEND-STATUS
063600             ADD 1 TO WRK-QTDE-FALHAS
063700     END-DELETE.
063800     SET AUDLOG-APROVADO TO TRUE.
063900     IF TEM-ENDERECO
064000         ADD 1 TO WRK-QTDE-END-DESCARTADOS
064100         MOVE 'CADEND DESCARTADO, FICA O NOVO'
064200             TO WRK-AUD-MOTIVO
064300     ELSE
064400         ADD 1 TO WRK-QTDE-END-MOVIDOS
064500         MOVE 'CADEND TRANSFERIDO P/ CPF NOVO' TO WRK-AUD-MOTIVO
064600     END-IF.
064700     PERFORM 8000-REGISTRAR-AUDITORIA
064800         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
064900 4500-TRANSFERIR-ENDERECO-EXIT.
065000     EXIT.
065001
065002***************************************************************
065003*    LEVA A AUTORIZACAO DE ACESSO DA PORTARIA DO CPF ANTIGO     *
065004*    PARA O CPF NOVO, PARA QUE A PESSOA CONTINUE ADMITIDA NO    *
065005*    TERMINAL. NA CORRECAO O CPF NOVO NAO TEM REGISTRO MESTRE   *
065006*    E A AUTORIZACAO DO CPF ANTIGO PREVALECE; NA UNIFICACAO A   *
065007*    AUTORIZACAO PROPRIA DO SOBREVIVENTE E MANTIDA E A DO       *
065008*    PERDEDOR DESCARTADA. SEM AUTORIZACAO NO CPF ANTIGO O       *
065009*    ARQUIVO NAO E ALTERADO.                                    *
065010***************************************************************
065011 4600-TRANSFERIR-AUTORIZACAO.
065012     MOVE TRCPF-CPF-ANTIGO TO AUT-CPF.
065013     READ AUTORIZACAO-ACESSO
065014         INVALID KEY
065015             GO TO 4600-TRANSFERIR-AUTORIZACAO-EXIT
065016     END-READ.
065017     MOVE AUTACE-REC TO WRK-AUTACE-REC.
065018     MOVE 'N' TO SW-TEM-AUTORIZACAO.
065019     MOVE TRCPF-CPF-NOVO TO AUT-CPF.
065020     READ AUTORIZACAO-ACESSO
065021         INVALID KEY
065022             MOVE 'N' TO SW-TEM-AUTORIZACAO
065023         NOT INVALID KEY
065024             SET TEM-AUTORIZACAO TO TRUE
065025     END-READ.
065026     IF TEM-AUTORIZACAO AND TRCPF-UNIFICAR
065027         GO TO 4600-TRANSFERIR-AUTORIZACAO-EXCLUIR
065028     END-IF.
065029     MOVE WRK-AUTACE-REC  TO AUTACE-REC.
065030     MOVE TRCPF-CPF-NOVO  TO AUT-CPF.
065031     MOVE 'PROGCB24'      TO AUT-OPERADOR.
065032     MOVE DATNEG-DATA     TO AUT-DT-ATUALIZACAO.
065033     IF TEM-AUTORIZACAO
065034         REWRITE AUTACE-REC
065035     ELSE
065036         WRITE AUTACE-REC
065037     END-IF.
065038     IF NOT CADACE-OK
065039         DISPLAY 'ERRO: FALHA AO GRAVAR AUTORIZACAO - STATUS '
065040             WS-CADACE-STATUS
065041         ADD 1 TO WRK-QTDE-FALHAS
065042         SET AUDLOG-REJEITADO TO TRUE
065043         MOVE 'FALHA AO TRANSFERIR CADACE' TO WRK-AUD-MOTIVO
065044         PERFORM 8000-REGISTRAR-AUDITORIA
065045             THRU 8000-REGISTRAR-AUDITORIA-EXIT
065046         GO TO 4600-TRANSFERIR-AUTORIZACAO-EXIT
065047     END-IF.
065048     MOVE 'N' TO SW-TEM-AUTORIZACAO.
065049 4600-TRANSFERIR-AUTORIZACAO-EXCLUIR.
065050     MOVE TRCPF-CPF-ANTIGO TO AUT-CPF.
065051     DELETE AUTORIZACAO-ACESSO RECORD
065052         INVALID KEY
065053             DISPLAY 'ERRO: FALHA AO EXCLUIR AUTORIZ. - STATUS '
065054                 WS-CADACE-STATUS
065055             ADD 1 TO WRK-QTDE-FALHAS
065056     END-DELETE.
065057     SET AUDLOG-APROVADO TO TRUE.
065058     IF TEM-AUTORIZACAO
065059         ADD 1 TO WRK-QTDE-ACE-DESCARTADAS
065060         MOVE 'CADACE DESCARTADA, FICA A NOVA'
065061             TO WRK-AUD-MOTIVO
065062     ELSE
065063         ADD 1 TO WRK-QTDE-ACE-MOVIDAS
065064         MOVE 'CADACE TRANSFERIDA P/ CPF NOVO' TO WRK-AUD-MOTIVO
065065     END-IF.
065066     PERFORM 8000-REGISTRAR-AUDITORIA
065067         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
065068 4600-TRANSFERIR-AUTORIZACAO-EXIT.
065069     EXIT.
065100
065200***************************************************************
065300*    GRAVA A REFERENCIA CRUZADA DO CPF ANTIGO PARA O NOVO, COMO *
065400*    PENDENTE ATE A REGRAVACAO DOS ARQUIVOS SEQUENCIAIS. UMA    *
065500*    REFERENCIA ANTERIOR QUE TINHA O CPF NOVO COMO CPF ANTIGO   *
065600*    E EXCLUIDA, POIS ESSE CPF VOLTA A IDENTIFICAR UMA PESSOA.  *
065700***************************************************************
065800 4700-GRAVAR-REFERENCIA.
065900     MOVE TRCPF-CPF-NOVO TO XRF-CPF-ANTIGO.
066000     DELETE REFERENCIA-CPF RECORD
066100         INVALID KEY
066200             CONTINUE
066300     END-DELETE.
066400     MOVE SPACES              TO CPFXRF-REC.
066500     MOVE TRCPF-CPF-ANTIGO    TO XRF-CPF-ANTIGO.
066600     MOVE TRCPF-CPF-NOVO      TO XRF-CPF-NOVO.
066700     MOVE TRCPF-TIPO          TO XRF-TIPO.
066800     SET XRF-PENDENTE         TO TRUE.
067000     MOVE DATNEG-DATA         TO XRF-DATA.
067100     IF TRCPF-OPERADOR = SPACES
067200         MOVE 'PROGCB24'      TO XRF-OPERADOR
067300     ELSE
067400         MOVE TRCPF-OPERADOR  TO XRF-OPERADOR
067500     END-IF.
067600     MOVE ZEROS               TO XRF-QTDE-MOV.
067700     MOVE ZEROS               TO XRF-QTDE-HST.
067800     MOVE ZEROS               TO XRF-QTDE-WRK.
067900     WRITE CPFXRF-REC
068000         INVALID KEY
068100             REWRITE CPFXRF-REC
068200     END-WRITE.
068300     IF CADXRF-OK
068400         SET AUDLOG-APROVADO TO TRUE
068500         MOVE 'CADXRF REFERENCIA GRAVADA' TO WRK-AUD-MOTIVO
068600     ELSE
068700         DISPLAY 'ERRO: FALHA AO GRAVAR REFERENCIA - STATUS '
068800             WS-CADXRF-STATUS
068900         ADD 1 TO WRK-QTDE-FALHAS
069000         SET AUDLOG-REJEITADO TO TRUE
069100         MOVE 'FALHA AO GRAVAR CADXRF' TO WRK-AUD-MOTIVO
069200     END-IF.
069300     PERFORM 8000-REGISTRAR-AUDITORIA
069400         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
069500 4700-GRAVAR-REFERENCIA-EXIT.
069600     EXIT.
069700
069800***************************************************************
069900*    REGRAVA NO CPF SOBREVIVENTE OS MOVIMENTOS DA PORTARIA DOS  *
070000*    CPFS COM REFERENCIA PENDENTE. DATA, HORA, NOME E           *
070100*    RESULTADO DE CADA MOVIMENTO SAO MANTIDOS.                  *
070200***************************************************************
070300 5000-REGRAVAR-MOVIMENTO.
070400     OPEN I-O MOVIMENTO.
070500     IF CADMOV-NAO-EXISTE
070600         GO TO 5000-REGRAVAR-MOVIMENTO-EXIT
070700     END-IF.
070800     IF NOT CADMOV-OK
070900         DISPLAY 'ERRO: FALHA AO ABRIR MOVIMENTO - STATUS '
071000             WS-CADMOV-STATUS
071100         ADD 1 TO WRK-QTDE-FALHAS
071200         GO TO 5000-REGRAVAR-MOVIMENTO-EXIT
071300     END-IF.
071400     SET ARQ-MOVIMENTO TO TRUE.
071500     PERFORM 5100-LER-MOVIMENTO THRU 5100-LER-MOVIMENTO-EXIT.
071600     PERFORM 5200-TRATAR-MOVIMENTO
071700         THRU 5200-TRATAR-MOVIMENTO-EXIT
071800         UNTIL FIM-CADMOV.
071900     CLOSE MOVIMENTO.
072000 5000-REGRAVAR-MOVIMENTO-EXIT.
072100     EXIT.
072200
072300 5100-LER-MOVIMENTO.
072400     READ MOVIMENTO
072500         AT END
072600             SET FIM-CADMOV TO TRUE
072700     END-READ.
072800 5100-LER-MOVIMENTO-EXIT.
072900     EXIT.
073000
073100 5200-TRATAR-MOVIMENTO.
073200     IF MOV-CPF IS NUMERIC
073300         MOVE MOV-CPF TO WRK-CPF-BUSCA
073400         PERFORM 5900-RESOLVER-REFERENCIA
073500             THRU 5900-RESOLVER-REFERENCIA-EXIT
073600         IF CPF-REFERENCIADO
073700             MOVE WRK-CPF-BUSCA TO MOV-CPF
073800             REWRITE MOVPOR-REC
073900             IF CADMOV-OK
074000                 ADD 1 TO WRK-QTDE-MOV-REGRAVADOS
074100             ELSE
074200                 DISPLAY 'ERRO: FALHA AO REGRAVAR MOVIMENTO - '
074300                     'STATUS ' WS-CADMOV-STATUS
074400                 ADD 1 TO WRK-QTDE-FALHAS
074500             END-IF
074600         END-IF
074700     END-IF.
074800     PERFORM 5100-LER-MOVIMENTO THRU 5100-LER-MOVIMENTO-EXIT.
074900 5200-TRATAR-MOVIMENTO-EXIT.
075000     EXIT.
075100
075200***************************************************************
075300*    REGRAVA NO CPF SOBREVIVENTE O HST-CPF DO HISTORICO DOS     *
075400*    CPFS COM REFERENCIA PENDENTE, PARA QUE A CONSULTA PELO CPF *
075500*    NOVO MOSTRE TODO O HISTORICO. AS IMAGENS ANTES/DEPOIS SAO  *
075600*    MANTIDAS COMO FORAM GRAVADAS.                              *
075700***************************************************************
075800 5300-REGRAVAR-HISTORICO.
075900     OPEN I-O HISTORICO.
076000     IF CADHST-NAO-EXISTE
076100         GO TO 5300-REGRAVAR-HISTORICO-EXIT
076200     END-IF.
076300     IF NOT CADHST-OK
076400         DISPLAY 'ERRO: FALHA AO ABRIR HISTORICO - STATUS '
076500             WS-CADHST-STATUS
076600         ADD 1 TO WRK-QTDE-FALHAS
076700         GO TO 5300-REGRAVAR-HISTORICO-EXIT
076800     END-IF.
076900     SET ARQ-HISTORICO TO TRUE.
077000     PERFORM 5400-LER-HISTORICO THRU 5400-LER-HISTORICO-EXIT.
077100     PERFORM 5500-TRATAR-HISTORICO
077200         THRU 5500-TRATAR-HISTORICO-EXIT
077300         UNTIL FIM-CADHST.
077400     CLOSE HISTORICO.
077500 5300-REGRAVAR-HISTORICO-EXIT.
077600     EXIT.
077700
077800 5400-LER-HISTORICO.
077900     READ HISTORICO
078000         AT END
078100             SET FIM-CADHST TO TRUE
078200     END-READ.
078300 5400-LER-HISTORICO-EXIT.
078400     EXIT.
078500
078600 5500-TRATAR-HISTORICO.
078700     IF HST-CPF IS NUMERIC
078800         MOVE HST-CPF TO WRK-CPF-BUSCA
078900         PERFORM 5900-RESOLVER-REFERENCIA
079000             THRU 5900-RESOLVER-REFERENCIA-EXIT
079100         IF CPF-REFERENCIADO
079200             MOVE WRK-CPF-BUSCA TO HST-CPF
079300             REWRITE HSTLOG-REC
079400             IF CADHST-OK
079500                 ADD 1 TO WRK-QTDE-HST-REGRAVADOS
079600             ELSE
079700                 DISPLAY 'ERRO: FALHA AO REGRAVAR HISTORICO - '
079800                     'STATUS ' WS-CADHST-STATUS
079900                 ADD 1 TO WRK-QTDE-FALHAS
080000             END-IF
080100         END-IF
080200     END-IF.
080300     PERFORM 5400-LER-HISTORICO THRU 5400-LER-HISTORICO-EXIT.
080400 5500-TRATAR-HISTORICO-EXIT.
080500     EXIT.
080600
080700***************************************************************
080800*    REGRAVA NO CPF SOBREVIVENTE A LISTA DE CORRECAO DO RETORNO *
080900*    DA EXPORTACAO, PARA QUE A PROXIMA EXPORTACAO DELTA         *
081000*    REENVIE O REGISTRO PELO CPF QUE CONTINUA NO MESTRE.        *
081100***************************************************************
081200 5600-REGRAVAR-CORRECAO.
081300     OPEN I-O CORRECAO.
081400     IF CADWRK-NAO-EXISTE
081500         GO TO 5600-REGRAVAR-CORRECAO-EXIT
081600     END-IF.
081700     IF NOT CADWRK-OK
081800         DISPLAY 'ERRO: FALHA AO ABRIR LISTA DE CORRECAO - '
081900             'STATUS ' WS-CADWRK-STATUS
082000         ADD 1 TO WRK-QTDE-FALHAS
082100         GO TO 5600-REGRAVAR-CORRECAO-EXIT
082200     END-IF.
082300     SET ARQ-CORRECAO TO TRUE.
082400     PERFORM 5700-LER-CORRECAO THRU 5700-LER-CORRECAO-EXIT.
082500     PERFORM 5800-TRATAR-CORRECAO
082600         THRU 5800-TRATAR-CORRECAO-EXIT
082700         UNTIL FIM-CADWRK.
082800     CLOSE CORRECAO.
082900 5600-REGRAVAR-CORRECAO-EXIT.
083000     EXIT.
083100
083200 5700-LER-CORRECAO.
083300     READ CORRECAO
083400         AT END
083500             SET FIM-CADWRK TO TRUE
083600     END-READ.
083700 5700-LER-CORRECAO-EXIT.
083800     EXIT.
083900
084000 5800-TRATAR-CORRECAO.
084100     IF COR-CPF IS NUMERIC
084200         MOVE COR-CPF TO WRK-CPF-BUSCA
084300         PERFORM 5900-RESOLVER-REFERENCIA
084400             THRU 5900-RESOLVER-REFERENCIA-EXIT
084500         IF CPF-REFERENCIADO
084600             MOVE WRK-CPF-BUSCA TO COR-CPF
084700             REWRITE CORWRK-REC
084800             IF CADWRK-OK
084900                 ADD 1 TO WRK-QTDE-WRK-REGRAVADOS
085000             ELSE
085100                 DISPLAY 'ERRO: FALHA AO REGRAVAR LISTA DE '
085200                     'CORRECAO - STATUS ' WS-CADWRK-STATUS
085300                 ADD 1 TO WRK-QTDE-FALHAS
085400             END-IF
085500         END-IF
085600     END-IF.
085700     PERFORM 5700-LER-CORRECAO THRU 5700-LER-CORRECAO-EXIT.
085800 5800-TRATAR-CORRECAO-EXIT.
085900     EXIT.
086000
086100***************************************************************
086200*    VERIFICA SE O CPF EM WRK-CPF-BUSCA TEM REFERENCIA CRUZADA  *
086300*    PENDENTE. SE TEM, SOMA O REGISTRO NA QUANTIDADE DO ARQUIVO *
086400*    (WRK-ARQ-REGRAVADO) DESSA REFERENCIA E SEGUE A CADEIA DE   *
086500*    REFERENCIAS PENDENTES (CPF CORRIGIDO E DEPOIS UNIFICADO NA *
086600*    MESMA EXECUCAO), DEVOLVENDO EM WRK-CPF-BUSCA O CPF FINAL.  *
086700***************************************************************
086800 5900-RESOLVER-REFERENCIA.
086900     MOVE 'N' TO SW-CPF-REFERENCIADO.
087000     MOVE WRK-CPF-BUSCA TO XRF-CPF-ANTIGO.
087100     READ REFERENCIA-CPF
087200         INVALID KEY
087300             GO TO 5900-RESOLVER-REFERENCIA-EXIT
087400     END-READ.
087500     IF NOT XRF-PENDENTE
087600         GO TO 5900-RESOLVER-REFERENCIA-EXIT
087700     END-IF.
087800     SET CPF-REFERENCIADO TO TRUE.
087900     EVALUATE TRUE
088000         WHEN ARQ-MOVIMENTO
088100             ADD 1 TO XRF-QTDE-MOV
088200         WHEN ARQ-HISTORICO
088300             ADD 1 TO XRF-QTDE-HST
088400         WHEN ARQ-CORRECAO
088500             ADD 1 TO XRF-QTDE-WRK
088600     END-EVALUATE.
088700     REWRITE CPFXRF-REC.
088716     IF NOT CADXRF-OK
088732         DISPLAY 'ERRO: FALHA AO REGRAVAR REFERENCIA - STATUS '
088748             WS-CADXRF-STATUS
088764         ADD 1 TO WRK-QTDE-FALHAS
088780     END-IF.
088800     MOVE XRF-CPF-NOVO TO WRK-CPF-BUSCA.
088900     MOVE 'N' TO SW-FIM-CADEIA.
089000     MOVE ZERO TO WRK-QTDE-SALTOS.
089100     PERFORM 5950-SEGUIR-CADEIA THRU 5950-SEGUIR-CADEIA-EXIT
089200         UNTIL FIM-CADEIA.
089300 5900-RESOLVER-REFERENCIA-EXIT.
089400     EXIT.
089500
089600 5950-SEGUIR-CADEIA.
089700     ADD 1 TO WRK-QTDE-SALTOS.
089800     IF WRK-QTDE-SALTOS > 10
089900         SET FIM-CADEIA TO TRUE
090000         GO TO 5950-SEGUIR-CADEIA-EXIT
090100     END-IF.
090200     MOVE WRK-CPF-BUSCA TO XRF-CPF-ANTIGO.
090300     READ REFERENCIA-CPF
090400         INVALID KEY
090500             SET FIM-CADEIA TO TRUE
090600         NOT INVALID KEY
090700             IF XRF-PENDENTE
090800                 MOVE XRF-CPF-NOVO TO WRK-CPF-BUSCA
090900             ELSE
091000                 SET FIM-CADEIA TO TRUE
091100             END-IF
091200     END-READ.
091300 5950-SEGUIR-CADEIA-EXIT.
091400     EXIT.
091500
091600***************************************************************
091700*    PERCORRE A REFERENCIA CRUZADA E CONCLUI AS REFERENCIAS     *
091800*    PENDENTES, GRAVANDO NO LOG DE AUDITORIA UMA LINHA POR      *
091900*    ARQUIVO SEQUENCIAL REGRAVADO, COM A QUANTIDADE. SO CONCLUI *
092000*    QUANDO NAO HOUVE FALHA, PARA QUE A REEXECUCAO COMPLETE A   *
092100*    REGRAVACAO.                                                *
092200***************************************************************
092300 6000-CONCLUIR-REFERENCIAS.
092400     IF WRK-QTDE-FALHAS > ZERO
092500         DISPLAY 'REFERENCIAS MANTIDAS PENDENTES POR FALHA DE '
092600             'GRAVACAO - REEXECUTAR'
092700         GO TO 6000-CONCLUIR-REFERENCIAS-EXIT
092800     END-IF.
092900     MOVE ZEROS TO XRF-CPF-ANTIGO.
093000     START REFERENCIA-CPF
093100         KEY IS NOT LESS THAN XRF-CPF-ANTIGO
093200         INVALID KEY
093300             GO TO 6000-CONCLUIR-REFERENCIAS-EXIT
093400     END-START.
093500     PERFORM 6100-LER-REFERENCIA THRU 6100-LER-REFERENCIA-EXIT.
093600     PERFORM 6200-CONCLUIR-REFERENCIA
093700         THRU 6200-CONCLUIR-REFERENCIA-EXIT
093800         UNTIL FIM-CADXRF.
093900 6000-CONCLUIR-REFERENCIAS-EXIT.
094000     EXIT.
094100
094200 6100-LER-REFERENCIA.
094300     READ REFERENCIA-CPF NEXT RECORD
094400         AT END
094500             SET FIM-CADXRF TO TRUE
094600     END-READ.
094700 6100-LER-REFERENCIA-EXIT.
094800     EXIT.
094900
095000 6200-CONCLUIR-REFERENCIA.
095100     IF NOT XRF-PENDENTE
095200         GO TO 6200-CONCLUIR-REFERENCIA-LER
095300     END-IF.
095400     IF XRF-CORRECAO
095500         MOVE 'CORRCPF ' TO WRK-AUD-OPERACAO
095600     ELSE
095700         MOVE 'UNIFCPF ' TO WRK-AUD-OPERACAO
095800     END-IF.
095900     MOVE XRF-CPF-NOVO TO WRK-CPF-AUDITORIA.
096000     MOVE SPACES TO WRK-NOME.
096100     MOVE ZEROS  TO WRK-IDADE.
096200     MOVE XRF-CPF-NOVO TO PESSOA-CPF.
096300     READ CADASTRO-PESSOAS
096400         INVALID KEY
096500             CONTINUE
096600         NOT INVALID KEY
096700             MOVE PESSOA-NOME  TO WRK-NOME
096800             MOVE PESSOA-IDADE TO WRK-IDADE
096900     END-READ.
097000     SET AUDLOG-APROVADO TO TRUE.
097100     IF XRF-QTDE-MOV > ZERO
097200         MOVE XRF-QTDE-MOV TO WRK-QTDE-EDICAO
097300         MOVE SPACES TO WRK-AUD-MOTIVO
097400         STRING 'CADMOV ' DELIMITED BY SIZE
097500             WRK-QTDE-EDICAO DELIMITED BY SIZE
097600             ' REGRAVADOS' DELIMITED BY SIZE
097700             INTO WRK-AUD-MOTIVO
097800         END-STRING
097900         PERFORM 8000-REGISTRAR-AUDITORIA
098000             THRU 8000-REGISTRAR-AUDITORIA-EXIT
098100     END-IF.
098200     IF XRF-QTDE-HST > ZERO
098300         MOVE XRF-QTDE-HST TO WRK-QTDE-EDICAO
098400         MOVE SPACES TO WRK-AUD-MOTIVO
098500         STRING 'CADHST ' DELIMITED BY SIZE
098600             WRK-QTDE-EDICAO DELIMITED BY SIZE
098700             ' REGRAVADOS' DELIMITED BY SIZE
098800             INTO WRK-AUD-MOTIVO
098900         END-STRING
099000         PERFORM 8000-REGISTRAR-AUDITORIA
099100             THRU 8000-REGISTRAR-AUDITORIA-EXIT
099200     END-IF.
099300     IF XRF-QTDE-WRK > ZERO
099400         MOVE XRF-QTDE-WRK TO WRK-QTDE-EDICAO
099500         MOVE SPACES TO WRK-AUD-MOTIVO
099600         STRING 'CADWRK ' DELIMITED BY SIZE
099700             WRK-QTDE-EDICAO DELIMITED BY SIZE
099800             ' REGRAVADOS' DELIMITED BY SIZE
099900             INTO WRK-AUD-MOTIVO
100000         END-STRING
100100         PERFORM 8000-REGISTRAR-AUDITORIA
100200             THRU 8000-REGISTRAR-AUDITORIA-EXIT
100300     END-IF.
100400     SET XRF-CONCLUIDA TO TRUE.
100500     REWRITE CPFXRF-REC.
100600     IF CADXRF-OK
100700         ADD 1 TO WRK-QTDE-REF-CONCLUIDAS
100800     ELSE
100900         DISPLAY 'ERRO: FALHA AO CONCLUIR REFERENCIA - STATUS '
101000             WS-CADXRF-STATUS
101100         ADD 1 TO WRK-QTDE-FALHAS
101200     END-IF.
101300 6200-CONCLUIR-REFERENCIA-LER.
101400     PERFORM 6100-LER-REFERENCIA THRU 6100-LER-REFERENCIA-EXIT.
101500 6200-CONCLUIR-REFERENCIA-EXIT.
101600     EXIT.
101700
101800***************************************************************
101900*    GRAVA UMA LINHA NO LOG DE AUDITORIA. WRK-AUD-OPERACAO,     *
102000*    AUDLOG-RESULTADO (VIA SET), WRK-AUD-MOTIVO E               *
102100*    WRK-CPF-AUDITORIA DEVEM ESTAR PREENCHIDOS PELO CHAMADOR.   *
102200***************************************************************
102300 8000-REGISTRAR-AUDITORIA.
102400     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
102500     ACCEPT WS-HORA-SISTEMA FROM TIME.
102600     MOVE WS-DATA-SISTEMA    TO AUDLOG-DATA.
102700     MOVE WS-HORA-HH         TO AUDLOG-HORA-HH.
102800     MOVE WS-HORA-MM         TO AUDLOG-HORA-MM.
102900     MOVE WS-HORA-SS         TO AUDLOG-HORA-SS.
103000     MOVE WRK-AUD-OPERACAO   TO AUDLOG-OPERACAO.
103100     MOVE WRK-NOME           TO AUDLOG-NOME.
103200     MOVE WRK-IDADE          TO AUDLOG-IDADE.
103300     MOVE WRK-AUD-MOTIVO     TO AUDLOG-MOTIVO.
103400     MOVE WRK-CPF-AUDITORIA  TO AUDLOG-CPF.
103500     MOVE 'PROGCB24'         TO AUDLOG-OPERADOR.
103600     WRITE AUDLOG-REC.
103700     IF NOT CADAUD-OK
103800         DISPLAY 'ERRO: FALHA AO GRAVAR AUDITORIA - STATUS '
103900             WS-CADAUD-STATUS
104000     END-IF.
104100 8000-REGISTRAR-AUDITORIA-EXIT.
104200     EXIT.
104300
104400***************************************************************
104500*    GRAVA UM REGISTRO NO HISTORICO DE ALTERACOES COM O CPF     *
104600*    SOBREVIVENTE, A IMAGEM DO REGISTRO DO CPF ANTIGO (ANTES) E *
104700*    A DO REGISTRO QUE PERMANECE NO MESTRE (DEPOIS, EM          *
104800*    PESSOA-REC). WRK-AUD-OPERACAO IDENTIFICA A OPERACAO.       *
104900***************************************************************
105000 8200-GRAVAR-HISTORICO.
105100     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
105200     ACCEPT WS-HORA-SISTEMA FROM TIME.
105300     MOVE WS-DATA-SISTEMA    TO HST-DATA.
105400     MOVE WS-HORA-HH         TO HST-HORA-HH.
105500     MOVE WS-HORA-MM         TO HST-HORA-MM.
105600     MOVE WS-HORA-SS         TO HST-HORA-SS.
105700     MOVE WRK-AUD-OPERACAO   TO HST-OPERACAO.
105800     MOVE PESSOA-CPF         TO HST-CPF.
105900     MOVE WRK-IMAGEM-ANTES   TO HST-IMAGEM-ANTES.
106000     MOVE PESSOA-REC         TO HST-IMAGEM-DEPOIS.
106100     WRITE HSTLOG-REC.
106200     IF NOT CADHST-OK
106300         DISPLAY 'ERRO: FALHA AO GRAVAR HISTORICO - STATUS '
106400             WS-CADHST-STATUS
106500     END-IF.
106600 8200-GRAVAR-HISTORICO-EXIT.
106700     EXIT.
106800
106900***************************************************************
107000*    REJEITA A TRANSACAO CORRENTE: GRAVA A TRANSACAO NO ARQUIVO *
107100*    DE REJEICAO COM O CODIGO DO MOTIVO JA DEFINIDO (VIA SET) E *
107200*    A LINHA DE AUDITORIA REJEITADA COM WRK-AUD-MOTIVO.         *
107300***************************************************************
107400 8600-REJEITAR-TRANSACAO.
107500     ADD 1 TO WRK-QTDE-REJEITADAS.
107600     MOVE TRANCPF-REC TO REJC-TRANSACAO.
107700     WRITE REJCPF-REC.
107800     IF NOT CADREJ-OK
107900         DISPLAY 'ERRO: FALHA AO GRAVAR REJEICAO - STATUS '
108000             WS-CADREJ-STATUS
108100     END-IF.
108200     SET AUDLOG-REJEITADO TO TRUE.
108300     PERFORM 8000-REGISTRAR-AUDITORIA
108400         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
108500 8600-REJEITAR-TRANSACAO-EXIT.
108600     EXIT.
108700
108800***************************************************************
108900*    ENCERRAMENTO DOS ARQUIVOS                                  *
109000***************************************************************
109100 9000-FINALIZAR.
109200     CLOSE CADASTRO-PESSOAS.
109300     CLOSE REFERENCIA-CPF.
109400     CLOSE AUDITLOG.
109500 9000-FINALIZAR-EXIT.
109600     EXIT.
