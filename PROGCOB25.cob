000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB25                                  *
000300*    DESCRICAO....: RELACAO DIARIA DAS AUTORIZACOES DE ACESSO   *
000400*                   QUE VENCEM NOS PROXIMOS 7 DIAS (DA DATA DO  *
000500*                   PROCESSAMENTO ATE 7 DIAS DEPOIS), LIDAS DO  *
000600*                   ARQUIVO CADASTRO.AUTORIZACAO (DDNAME        *
000700*                   CADACE), COM O NOME DO MESTRE CADASTRO.     *
000800*                   PESSOAS, O ANFITRIAO OU DEPARTAMENTO        *
000900*                   RESPONSAVEL E OS DIAS QUE RESTAM, PARA A    *
001000*                   RENOVACAO ANTES DA RECUSA NA PORTARIA.      *
001100*                   PESSOAS INATIVAS NAO SAO RELACIONADAS.      *
001200*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001300*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
001400*    DATA-ESCRITA.: 2026-10-15                                  *
001500*-------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES                                    *
001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-10-15 EMC     VERSAO ORIGINAL - AUTORIZACOES A        *
001900*                       VENCER.                                 *
001933*    2026-10-15 EMC     JANELA DE VENCIMENTO E CABECALHO PELA   *
001966*                       DATA DE NEGOCIO (ROTINA DATNEG).        *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PROGCOB25.
002300 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
002400 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AUTORIZACAO-ACESSO ASSIGN TO "CADACE"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS AUT-CPF
003400         FILE STATUS IS WS-CADACE-STATUS.
003500
003600     SELECT CADASTRO-PESSOAS ASSIGN TO "CADPES"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS PESSOA-CPF
004000         ALTERNATE RECORD KEY IS PESSOA-NOME
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-CADPES-STATUS.
004300
004400     SELECT RELATORIO ASSIGN TO "RELOUT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RELOUT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  AUTORIZACAO-ACESSO
005000     LABEL RECORDS ARE STANDARD.
005100     COPY AUTACE.
005200
005300 FD  CADASTRO-PESSOAS
005400     LABEL RECORDS ARE STANDARD.
005500     COPY PESSOA.
005600
005700 FD  RELATORIO
005800     LABEL RECORDS ARE OMITTED
005900     RECORDING MODE IS F.
006000 01  REL-LINHA                   PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300 77  WS-CADACE-STATUS            PIC X(02)   VALUE '00'.
006400     88  CADACE-OK                   VALUE '00'.
006500     88  CADACE-NAO-EXISTE           VALUE '35'.
006600     88  FIM-CADACE                  VALUE '10'.
006700 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
006800     88  CADPES-OK                   VALUE '00'.
006900     88  CADPES-NAO-EXISTE           VALUE '35'.
007000 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
007100     88  RELOUT-OK                   VALUE '00'.
007200 77  SW-SEM-CADACE               PIC X(01)   VALUE 'N'.
007300     88  SEM-CADACE                  VALUE 'S'.
007400 77  SW-SEM-CADPES               PIC X(01)   VALUE 'N'.
007500     88  SEM-CADPES                  VALUE 'S'.
007600 77  SW-CPF-CADASTRADO           PIC X(01)   VALUE 'N'.
007700     88  CPF-CADASTRADO              VALUE 'S'.
007800 77  WRK-DATA-LIMITE             PIC 9(08)   VALUE ZEROS.
007900 77  WRK-QTDE-LIDAS              PIC 9(09)   COMP VALUE ZERO.
008000 77  WRK-QTDE-A-VENCER           PIC 9(09)   COMP VALUE ZERO.
008100 77  WRK-QTDE-VENCE-HOJE         PIC 9(09)   COMP VALUE ZERO.
008200 77  WRK-QTDE-VENCIDAS           PIC 9(09)   COMP VALUE ZERO.
008300 77  WRK-QTDE-INATIVOS           PIC 9(09)   COMP VALUE ZERO.
008400
008500     COPY NEGPARM.
008900
009000 01  WRK-DATA-EDICAO.
009100     05  WRK-EDICAO-AAAA         PIC 9(04).
009200     05  WRK-EDICAO-MM           PIC 9(02).
009300     05  WRK-EDICAO-DD           PIC 9(02).
009400
009500 01  WS-LINHA-CABECALHO-1        PIC X(80)
009600     VALUE 'AUTORIZACOES DE ACESSO A VENCER NOS PROXIMOS 7 DIAS'.
009700 01  WS-LINHA-CABECALHO-2.
009800     05  FILLER                  PIC X(19)
009900         VALUE 'DATA DO RELATORIO: '.
010000     05  CAB-DATA-DD             PIC 99.
010100     05  FILLER                  PIC X(01) VALUE '/'.
010200     05  CAB-DATA-MM             PIC 99.
010300     05  FILLER                  PIC X(01) VALUE '/'.
010400     05  CAB-DATA-AAAA           PIC 9999.
010500     05  FILLER                  PIC X(18)
010600         VALUE '   VENCIMENTO ATE '.
010700     05  CAB-LIMITE-DD           PIC 99.
010800     05  FILLER                  PIC X(01) VALUE '/'.
010900     05  CAB-LIMITE-MM           PIC 99.
011000     05  FILLER                  PIC X(01) VALUE '/'.
011100     05  CAB-LIMITE-AAAA         PIC 9999.
011200     05  FILLER                  PIC X(23) VALUE SPACES.
011300 01  WS-LINHA-CABECALHO-3.
011400     05  FILLER                  PIC X(13) VALUE 'CPF'.
011500     05  FILLER                  PIC X(22) VALUE 'NOME'.
011600     05  FILLER                  PIC X(27) VALUE 'RESPONSAVEL'.
011700     05  FILLER                  PIC X(12) VALUE 'VENCIMENTO'.
011800     05  FILLER                  PIC X(06) VALUE 'DIAS'.
011900 01  WS-LINHA-DETALHE.
012000     05  DET-CPF                 PIC 9(11).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  DET-NOME                PIC X(20).
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  DET-RESPONSAVEL         PIC X(25).
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  DET-VENC-DD             PIC 99.
012700     05  FILLER                  PIC X(01) VALUE '/'.
012800     05  DET-VENC-MM             PIC 99.
012900     05  FILLER                  PIC X(01) VALUE '/'.
013000     05  DET-VENC-AAAA           PIC 9999.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  DET-DIAS                PIC Z9.
013300     05  FILLER                  PIC X(04) VALUE SPACES.
013400 01  WS-LINHA-TOTAL.
013500     05  TOT-TITULO              PIC X(25).
013600     05  TOT-VALOR               PIC ZZZZZZZZ9.
013700     05  FILLER                  PIC X(46) VALUE SPACES.
013800
013900     COPY DATPARM.
014000
014100     COPY RUNPARM.
014200
014300***************************************************************
014400 PROCEDURE DIVISION.
014500***************************************************************
014600 0000-MAINLINE.
014700     PERFORM 0500-REGISTRAR-INICIO
014800         THRU 0500-REGISTRAR-INICIO-EXIT.
014900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
015000     PERFORM 2000-PROCESSAR-AUTORIZACAO
015100         THRU 2000-PROCESSAR-AUTORIZACAO-EXIT
015200         UNTIL FIM-CADACE.
015300     PERFORM 3000-IMPRIMIR-TOTAIS THRU 3000-IMPRIMIR-TOTAIS-EXIT.
015400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
015500     DISPLAY 'AUTORIZACOES LIDAS....: ' WRK-QTDE-LIDAS.
015600     DISPLAY 'A VENCER EM 7 DIAS....: ' WRK-QTDE-A-VENCER.
015700     MOVE WRK-QTDE-A-VENCER TO RUNCTL-QTDE.
015800     MOVE RETURN-CODE       TO RUNCTL-RC.
015900     PERFORM 8900-REGISTRAR-FIM
016000         THRU 8900-REGISTRAR-FIM-EXIT.
016100     STOP RUN.
016200
016300***************************************************************
016400*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
016500*    NOTURNA VIA ROTINA RUNCTL.                                 *
016600***************************************************************
016700 0500-REGISTRAR-INICIO.
016800     SET RUNCTL-FUNC-INICIO TO TRUE.
016900     MOVE 'PROGCB25' TO RUNCTL-JOB.
017000     MOVE ZEROS      TO RUNCTL-QTDE.
017100     MOVE ZEROS      TO RUNCTL-RC.
017200     CALL 'RUNCTL' USING RUNCTL-PARM.
017300 0500-REGISTRAR-INICIO-EXIT.
017400     EXIT.
017500
017600***************************************************************
017700*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
017800*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
017900***************************************************************
018000 8900-REGISTRAR-FIM.
018100     SET RUNCTL-FUNC-FIM TO TRUE.
018200     MOVE 'PROGCB25' TO RUNCTL-JOB.
018300     CALL 'RUNCTL' USING RUNCTL-PARM.
018400 8900-REGISTRAR-FIM-EXIT.
018500     EXIT.
018600
018700***************************************************************
018800*    ABERTURA DOS ARQUIVOS, CALCULO DA DATA LIMITE (DATA DO     *
018900*    PROCESSAMENTO MAIS 7 DIAS) E IMPRESSAO DO CABECALHO. SEM   *
019000*    O ARQUIVO DE AUTORIZACOES A RELACAO SAI VAZIA; SEM O       *
019100*    MESTRE, SAI SEM OS NOMES.                                  *
019200***************************************************************
019300 1000-INICIALIZAR.
019400     SET DATNEG-FUNC-CORRENTE TO TRUE.
019450     CALL 'DATNEG' USING DATNEG-PARM.
019500     SET DATCALC-FUNC-SOMAR TO TRUE.
019600     MOVE DATNEG-DATA TO DATCALC-DATA.
019700     MOVE 7               TO DATCALC-DIAS.
019800     CALL 'DATCALC' USING DATCALC-PARM.
019900     MOVE DATCALC-DATA-FINAL TO WRK-DATA-LIMITE.
020000     OPEN INPUT AUTORIZACAO-ACESSO.
020100     IF CADACE-NAO-EXISTE
020200         DISPLAY 'ARQUIVO DE AUTORIZACOES AUSENTE - NADA A '
020300             'RELACIONAR'
020400         SET SEM-CADACE TO TRUE
020500         SET FIM-CADACE TO TRUE
020600     END-IF.
020700     OPEN INPUT CADASTRO-PESSOAS.
020800     IF CADPES-NAO-EXISTE
020900         SET SEM-CADPES TO TRUE
021000         DISPLAY 'ARQUIVO MESTRE AUSENTE - RELACAO SAI SEM '
021100             'OS NOMES'
021200     END-IF.
021300     OPEN OUTPUT RELATORIO.
021400     MOVE DATNEG-DD   TO CAB-DATA-DD.
021500     MOVE DATNEG-MM   TO CAB-DATA-MM.
021600     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
021700     MOVE WRK-DATA-LIMITE TO WRK-DATA-EDICAO.
021800     MOVE WRK-EDICAO-DD   TO CAB-LIMITE-DD.
021900     MOVE WRK-EDICAO-MM   TO CAB-LIMITE-MM.
022000     MOVE WRK-EDICAO-AAAA TO CAB-LIMITE-AAAA.
022100     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
022200     PERFORM 8100-VERIFICAR-RELOUT
022300         THRU 8100-VERIFICAR-RELOUT-EXIT.
022400     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
022500     PERFORM 8100-VERIFICAR-RELOUT
022600         THRU 8100-VERIFICAR-RELOUT-EXIT.
022700     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-3.
022800     PERFORM 8100-VERIFICAR-RELOUT
022900         THRU 8100-VERIFICAR-RELOUT-EXIT.
023000     IF NOT FIM-CADACE
023100         PERFORM 2100-LER-PROXIMO THRU 2100-LER-PROXIMO-EXIT
023200     END-IF.
023300 1000-INICIALIZAR-EXIT.
023400     EXIT.
023500
023600***************************************************************
023700*    PARA CADA AUTORIZACAO COM VENCIMENTO ENTRE A DATA DO       *
023800*    PROCESSAMENTO E A DATA LIMITE, IMPRIME UMA LINHA COM OS    *
023900*    DIAS QUE RESTAM. AS JA VENCIDAS SO SAO CONTADAS.           *
024000***************************************************************
024100 2000-PROCESSAR-AUTORIZACAO.
024200     ADD 1 TO WRK-QTDE-LIDAS.
024300     IF AUT-DT-FIM < DATNEG-DATA
024400         ADD 1 TO WRK-QTDE-VENCIDAS
024500         GO TO 2000-PROCESSAR-AUTORIZACAO-PROX
024600     END-IF.
024700     IF AUT-DT-FIM > WRK-DATA-LIMITE
024800         GO TO 2000-PROCESSAR-AUTORIZACAO-PROX
024900     END-IF.
025000     PERFORM 2200-LER-PESSOA THRU 2200-LER-PESSOA-EXIT.
025100     IF CPF-CADASTRADO AND PESSOA-INATIVO
025200         ADD 1 TO WRK-QTDE-INATIVOS
025300         GO TO 2000-PROCESSAR-AUTORIZACAO-PROX
025400     END-IF.
025500     MOVE AUT-CPF TO DET-CPF.
025600     IF CPF-CADASTRADO
025700         MOVE PESSOA-NOME TO DET-NOME
025800     ELSE
025900         MOVE '(NAO CADASTRADO)' TO DET-NOME
026000     END-IF.
026100     MOVE AUT-RESPONSAVEL TO DET-RESPONSAVEL.
026200     MOVE AUT-DT-FIM      TO WRK-DATA-EDICAO.
026300     MOVE WRK-EDICAO-DD   TO DET-VENC-DD.
026400     MOVE WRK-EDICAO-MM   TO DET-VENC-MM.
026500     MOVE WRK-EDICAO-AAAA TO DET-VENC-AAAA.
026600     SET DATCALC-FUNC-DIFERENCA TO TRUE.
026700     MOVE DATNEG-DATA TO DATCALC-DATA.
026800     MOVE AUT-DT-FIM      TO DATCALC-DATA-FINAL.
026900     CALL 'DATCALC' USING DATCALC-PARM.
027000     MOVE DATCALC-DIAS    TO DET-DIAS.
027100     IF DATCALC-DIAS = ZERO
027200         ADD 1 TO WRK-QTDE-VENCE-HOJE
027300     END-IF.
027400     WRITE REL-LINHA FROM WS-LINHA-DETALHE.
027500     PERFORM 8100-VERIFICAR-RELOUT
027600         THRU 8100-VERIFICAR-RELOUT-EXIT.
027700     ADD 1 TO WRK-QTDE-A-VENCER.
027800 2000-PROCESSAR-AUTORIZACAO-PROX.
027900     PERFORM 2100-LER-PROXIMO THRU 2100-LER-PROXIMO-EXIT.
028000 2000-PROCESSAR-AUTORIZACAO-EXIT.
028100     EXIT.
028200
028300 2100-LER-PROXIMO.
028400     READ AUTORIZACAO-ACESSO NEXT RECORD
028500         AT END
028600             SET FIM-CADACE TO TRUE
028700     END-READ.
028800 2100-LER-PROXIMO-EXIT.
028900     EXIT.
029000
029100***************************************************************
029200*    LE O REGISTRO MESTRE DO CPF DA AUTORIZACAO CORRENTE,       *
029300*    INDICANDO EM SW-CPF-CADASTRADO SE EXISTE.                  *
029400***************************************************************
029500 2200-LER-PESSOA.
029600     MOVE 'N' TO SW-CPF-CADASTRADO.
029700     IF SEM-CADPES
029800         GO TO 2200-LER-PESSOA-EXIT
029900     END-IF.
030000     MOVE AUT-CPF TO PESSOA-CPF.
030100     READ CADASTRO-PESSOAS
030200         INVALID KEY
030300             MOVE 'N' TO SW-CPF-CADASTRADO
030400         NOT INVALID KEY
030500             SET CPF-CADASTRADO TO TRUE
030600     END-READ.
030700 2200-LER-PESSOA-EXIT.
030800     EXIT.
030900
031000***************************************************************
031100*    IMPRIME OS TOTAIS DA RELACAO.                              *
031200***************************************************************
031300 3000-IMPRIMIR-TOTAIS.
031400     MOVE SPACES TO REL-LINHA.
031500     WRITE REL-LINHA.
031600     PERFORM 8100-VERIFICAR-RELOUT
031700         THRU 8100-VERIFICAR-RELOUT-EXIT.
031800     MOVE 'AUTORIZACOES LIDAS...: ' TO TOT-TITULO.
031900     MOVE WRK-QTDE-LIDAS TO TOT-VALOR.
032000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
032100     PERFORM 8100-VERIFICAR-RELOUT
032200         THRU 8100-VERIFICAR-RELOUT-EXIT.
032300     MOVE 'A VENCER EM 7 DIAS...: ' TO TOT-TITULO.
032400     MOVE WRK-QTDE-A-VENCER TO TOT-VALOR.
032500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
032600     PERFORM 8100-VERIFICAR-RELOUT
032700         THRU 8100-VERIFICAR-RELOUT-EXIT.
032800     MOVE 'VENCENDO HOJE........: ' TO TOT-TITULO.
032900     MOVE WRK-QTDE-VENCE-HOJE TO TOT-VALOR.
033000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
033100     PERFORM 8100-VERIFICAR-RELOUT
033200         THRU 8100-VERIFICAR-RELOUT-EXIT.
033300     MOVE 'JA VENCIDAS..........: ' TO TOT-TITULO.
033400     MOVE WRK-QTDE-VENCIDAS TO TOT-VALOR.
033500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
033600     PERFORM 8100-VERIFICAR-RELOUT
033700         THRU 8100-VERIFICAR-RELOUT-EXIT.
033800     MOVE 'PESSOAS INATIVAS.....: ' TO TOT-TITULO.
033900     MOVE WRK-QTDE-INATIVOS TO TOT-VALOR.
034000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
034100     PERFORM 8100-VERIFICAR-RELOUT
034200         THRU 8100-VERIFICAR-RELOUT-EXIT.
034300 3000-IMPRIMIR-TOTAIS-EXIT.
034400     EXIT.
034500
034600***************************************************************
034700*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO RELATORIO E AVISA  *
034800*    O OPERADOR EM CASO DE FALHA.                               *
034900***************************************************************
035000 8100-VERIFICAR-RELOUT.
035100     IF NOT RELOUT-OK
035200         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
035300             WS-RELOUT-STATUS
035400     END-IF.
035500 8100-VERIFICAR-RELOUT-EXIT.
035600     EXIT.
035700
035800***************************************************************
035900*    ENCERRAMENTO DOS ARQUIVOS                                  *
036000***************************************************************
036100 9000-FINALIZAR.
036200     IF NOT SEM-CADACE
036300         CLOSE AUTORIZACAO-ACESSO
036400     END-IF.
036500     IF NOT SEM-CADPES
036600         CLOSE CADASTRO-PESSOAS
036700     END-IF.
036800     CLOSE RELATORIO.
036900 9000-FINALIZAR-EXIT.
037000     EXIT.
