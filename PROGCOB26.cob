000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB26                                   *
000300*    DESCRICAO....: ENVIO NOTURNO AO SISTEMA DE CONTROLE DE     *
000400*                   ACESSO (CRACHAS E CATRACAS) DOS CPFS CUJO   *
000500*                   ACESSO MUDOU: REVOGACAO NA INATIVACAO       *
000600*                   (EXCLUIR), NO EXPURGO (EXPURGAR) E NO CPF   *
000700*                   ANTIGO DE UMA CORRECAO OU UNIFICACAO DE CPF *
000800*                   (CORRCPF/UNIFCPF); LIBERACAO NA REATIVACAO  *
000900*                   (REATIVAR) E NO CPF NOVO DE UMA CORRECAO    *
001000*                   QUANDO A PESSOA ESTA ATIVA. OS DADOS VEM    *
001100*                   DAS IMAGENS ANTES/DEPOIS DO HISTORICO DE    *
001200*                   ALTERACOES (CADHST). O PERIODO ENVIADO VAI  *
001300*                   DA DATA-HORA DE CORTE DO ULTIMO ENVIO       *
001400*                   (CONTROLE CADRVC) ATE A DATA-HORA DESTA     *
001500*                   EXECUCAO: UMA REEXECUCAO NUNCA REENVIA O    *
001600*                   MESMO MOVIMENTO E UMA NOITE PERDIDA E       *
001700*                   RECUPERADA NO ENVIO SEGUINTE. O NOVO        *
001800*                   CONTROLE VAI PARA O CADRVN, QUE O JCL SO    *
001900*                   COPIA SOBRE O CORRENTE EM TERMINO NORMAL.   *
002000*                   EMITE A RELACAO DO ENVIO PARA CONFERENCIA E *
002100*                   ASSINATURA DO SUPERVISOR DE SEGURANCA.      *
002200*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002300*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002400*    DATA-ESCRITA.: 2026-10-15                                  *
002500*-------------------------------------------------------------*
002600*    HISTORICO DE ALTERACOES                                    *
002700*    DATA       AUTOR   DESCRICAO                               *
002800*    2026-10-15 EMC     VERSAO ORIGINAL - ENVIO DE REVOGACOES   *
002900*                       DE CRACHA.                              *
002920*    2026-10-15 EMC     SEM CONTROLE ANTERIOR, O ENVIO PARTE DA *
002940*                       ABERTURA DO DIA DE NEGOCIO (ROTINA      *
002960*                       DATNEG); DATA DO CABECALHO PELA DATA DE *
002980*                       NEGOCIO. O CORTE CONTINUA NO RELOGIO.   *
002985*    2026-10-15 EMC     CPF DO CRACHA TIRADO DA IMAGEM DO       *
002990*                       HISTORICO: O CPF DA CHAVE E REGRAVADO   *
002995*                       NA UNIFICACAO (PROGCB24).               *
002996*    2026-10-15 EMC     FALHA NA ABERTURA DO CONTROLE DO ENVIO  *
002997*                       (EXCETO AUSENTE) ENCERRA COM RC 8 SEM   *
002998*                       ATUALIZAR O CONTROLE.                   *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. PROGCOB26.
003300 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003400 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT HISTORICO ASSIGN TO "CADHST"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-CADHST-STATUS.
004300
004400     SELECT ENVIO-CRACHA ASSIGN TO "CADREV"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CADREV-STATUS.
004700
004800     SELECT REVCONTROLE ASSIGN TO "CADRVC"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CADRVC-STATUS.
005100
005200     SELECT REVCONTROLE-NOVO ASSIGN TO "CADRVN"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CADRVN-STATUS.
005500
005600     SELECT RELATORIO ASSIGN TO "RELOUT"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RELOUT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  HISTORICO
006200     LABEL RECORDS ARE STANDARD.
006300     COPY HSTLOG.
006400
006500 FD  ENVIO-CRACHA
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800     COPY REVCRA.
006900
007000 FD  REVCONTROLE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY REVCTL.
007300
007400 FD  REVCONTROLE-NOVO
007500     LABEL RECORDS ARE STANDARD.
007600 01  CADRVN-REG                  PIC X(40).
007700
007800 FD  RELATORIO
007900     LABEL RECORDS ARE OMITTED
008000     RECORDING MODE IS F.
008100 01  REL-LINHA                   PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-CADHST-STATUS            PIC X(02)   VALUE '00'.
008500     88  CADHST-OK                   VALUE '00'.
008600     88  CADHST-NAO-EXISTE           VALUE '35'.
008700 77  WS-CADREV-STATUS            PIC X(02)   VALUE '00'.
008800     88  CADREV-OK                   VALUE '00'.
008900 77  WS-CADRVC-STATUS            PIC X(02)   VALUE '00'.
009000     88  CADRVC-OK                   VALUE '00'.
009100     88  CADRVC-NAO-EXISTE           VALUE '35'.
009200 77  WS-CADRVN-STATUS            PIC X(02)   VALUE '00'.
009300     88  CADRVN-OK                   VALUE '00'.
009400 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
009500     88  RELOUT-OK                   VALUE '00'.
009600 77  SW-FIM-CADHST               PIC X(01)   VALUE 'N'.
009700     88  FIM-CADHST                  VALUE 'S'.
009800 77  SW-SEM-CADHST               PIC X(01)   VALUE 'N'.
009900     88  SEM-CADHST                  VALUE 'S'.
010000 77  SW-FIM-CTL                  PIC X(01)   VALUE 'N'.
010100     88  FIM-CTL                     VALUE 'S'.
010200 77  SW-TEM-CONTROLE             PIC X(01)   VALUE 'N'.
010300     88  TEM-CONTROLE                VALUE 'S'.
010400 77  SW-ERRO-GRAVACAO            PIC X(01)   VALUE 'N'.
010500     88  ERRO-GRAVACAO               VALUE 'S'.
010600 77  WRK-ACAO                    PIC X(01)   VALUE SPACES.
010700     88  ACAO-REVOGAR                VALUE 'R'.
010800     88  ACAO-LIBERAR                VALUE 'L'.
010900 77  WRK-CPF-ENVIO               PIC 9(11)   VALUE ZEROS.
011000 77  WRK-NOME-ENVIO              PIC X(20)   VALUE SPACES.
011100 77  WRK-SEQUENCIA               PIC 9(07)   VALUE ZEROS.
011200 77  WRK-HASH-CPF                PIC 9(16)   VALUE ZEROS.
011300 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
011400 77  WRK-QTDE-PERIODO            PIC 9(09)   COMP VALUE ZERO.
011500 77  WRK-QTDE-DETALHE            PIC 9(09)   COMP VALUE ZERO.
011600 77  WRK-QTDE-REVOGAR            PIC 9(09)   COMP VALUE ZERO.
011700 77  WRK-QTDE-LIBERAR            PIC 9(09)   COMP VALUE ZERO.
011800 77  WRK-QTDE-VERIFICAR          PIC 9(09)   COMP VALUE ZERO.
011900
012000 01  WS-DATA-SISTEMA.
012100     05  WS-DATA-AAAA            PIC 9(04).
012200     05  WS-DATA-MM              PIC 9(02).
012300     05  WS-DATA-DD              PIC 9(02).
012400
012500 01  WS-HORA-SISTEMA.
012600     05  WS-HORA-HH              PIC 9(02).
012700     05  WS-HORA-MM              PIC 9(02).
012800     05  WS-HORA-SS              PIC 9(02).
012900     05  WS-HORA-CENT            PIC 9(02).
012933
012966     COPY NEGPARM.
013000
013100*    MARCAS DE DATA-HORA (AAAAMMDDHHMMSS): INICIO EXCLUSIVO (CORTE
013200*    DO ULTIMO ENVIO), FIM INCLUSIVO (ESTA EXECUCAO) E A DO
013300*    REGISTRO DE HISTORICO CORRENTE.
013400 01  WRK-MARCA-INICIO.
013500     05  WRK-INICIO-DATA         PIC 9(08)   VALUE ZEROS.
013600     05  WRK-INICIO-HORA         PIC 9(06)   VALUE ZEROS.
013700 01  WRK-MARCA-INICIO-N REDEFINES WRK-MARCA-INICIO
013800                                 PIC 9(14).
013900 01  WRK-MARCA-FIM.
014000     05  WRK-FIM-DATA            PIC 9(08)   VALUE ZEROS.
014100     05  WRK-FIM-HORA            PIC 9(06)   VALUE ZEROS.
014200 01  WRK-MARCA-FIM-N REDEFINES WRK-MARCA-FIM
014300                                 PIC 9(14).
014400 01  WRK-MARCA-HST.
014500     05  WRK-HST-DATA            PIC 9(08)   VALUE ZEROS.
014600     05  WRK-HST-HORA            PIC 9(06)   VALUE ZEROS.
014700 01  WRK-MARCA-HST-N REDEFINES WRK-MARCA-HST
014800                                 PIC 9(14).
014900
015000 01  WRK-IMAGEM.
015100     05  IMG-NOME                PIC X(20).
015200     05  IMG-IDADE               PIC 9(02).
015300     05  IMG-CPF                 PIC 9(11).
015400     05  IMG-DT-NASCTO           PIC 9(08).
015500     05  IMG-DT-CADASTRO         PIC 9(08).
015600     05  IMG-STATUS              PIC X(01).
015700         88  IMG-ATIVO               VALUE 'A'.
015800     05  IMG-DT-INATIVACAO       PIC 9(08).
015900     05  FILLER                  PIC X(01).
016000
016100 01  WRK-CTL-NOVO.
016200     05  WRK-CTL-DATA            PIC 9(08).
016300     05  WRK-CTL-HORA            PIC 9(06).
016400     05  WRK-CTL-SEQUENCIA       PIC 9(07).
016500     05  WRK-CTL-QTDE            PIC 9(09).
016600     05  FILLER                  PIC X(10) VALUE SPACES.
016700
016800 01  WRK-DATA-EDICAO.
016900     05  WRK-EDICAO-AAAA         PIC 9(04).
017000     05  WRK-EDICAO-MM           PIC 9(02).
017100     05  WRK-EDICAO-DD           PIC 9(02).
017200 01  WRK-HORA-EDICAO.
017300     05  WRK-EDICAO-HH           PIC 9(02).
017400     05  WRK-EDICAO-MI           PIC 9(02).
017500     05  WRK-EDICAO-SS           PIC 9(02).
017600
017700 01  WS-LINHA-CABECALHO-1        PIC X(80)
017800     VALUE 'ENVIO DE REVOGACOES/LIBERACOES DE CRACHA'.
017900 01  WS-LINHA-CABECALHO-2.
018000     05  FILLER                  PIC X(16)
018100         VALUE 'DATA DO ENVIO: '.
018200     05  CAB-DATA-DD             PIC 99.
018300     05  FILLER                  PIC X(01) VALUE '/'.
018400     05  CAB-DATA-MM             PIC 99.
018500     05  FILLER                  PIC X(01) VALUE '/'.
018600     05  CAB-DATA-AAAA           PIC 9999.
018700     05  FILLER                  PIC X(17)
018800         VALUE '    ARQUIVO NO.: '.
018900     05  CAB-SEQUENCIA           PIC ZZZZZZ9.
019000     05  FILLER                  PIC X(30) VALUE SPACES.
019100 01  WS-LINHA-CABECALHO-3.
019200     05  FILLER                  PIC X(12) VALUE 'PERIODO: DE '.
019300     05  CAB-INI-DD              PIC 99.
019400     05  FILLER                  PIC X(01) VALUE '/'.
019500     05  CAB-INI-MM              PIC 99.
019600     05  FILLER                  PIC X(01) VALUE '/'.
019700     05  CAB-INI-AAAA            PIC 9999.
019800     05  FILLER                  PIC X(01) VALUE SPACE.
019900     05  CAB-INI-HH              PIC 99.
020000     05  FILLER                  PIC X(01) VALUE ':'.
020100     05  CAB-INI-MI              PIC 99.
020200     05  FILLER                  PIC X(01) VALUE ':'.
020300     05  CAB-INI-SS              PIC 99.
020400     05  FILLER                  PIC X(05) VALUE ' ATE '.
020500     05  CAB-FIM-DD              PIC 99.
020600     05  FILLER                  PIC X(01) VALUE '/'.
020700     05  CAB-FIM-MM              PIC 99.
020800     05  FILLER                  PIC X(01) VALUE '/'.
020900     05  CAB-FIM-AAAA            PIC 9999.
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  CAB-FIM-HH              PIC 99.
021200     05  FILLER                  PIC X(01) VALUE ':'.
021300     05  CAB-FIM-MI              PIC 99.
021400     05  FILLER                  PIC X(01) VALUE ':'.
021500     05  CAB-FIM-SS              PIC 99.
021600     05  FILLER                  PIC X(25) VALUE SPACES.
021700 01  WS-LINHA-CABECALHO-4.
021800     05  FILLER                  PIC X(11) VALUE 'DATA'.
021900     05  FILLER                  PIC X(10) VALUE 'HORA'.
022000     05  FILLER                  PIC X(13) VALUE 'CPF'.
022100     05  FILLER                  PIC X(22) VALUE 'NOME'.
022200     05  FILLER                  PIC X(10) VALUE 'ACAO'.
022300     05  FILLER                  PIC X(14) VALUE 'OPERACAO'.
022400 01  WS-LINHA-DETALHE.
022500     05  DET-DATA-DD             PIC 99.
022600     05  FILLER                  PIC X(01) VALUE '/'.
022700     05  DET-DATA-MM             PIC 99.
022800     05  FILLER                  PIC X(01) VALUE '/'.
022900     05  DET-DATA-AAAA           PIC 9999.
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  DET-HORA-HH             PIC 99.
023200     05  FILLER                  PIC X(01) VALUE ':'.
023300     05  DET-HORA-MI             PIC 99.
023400     05  FILLER                  PIC X(01) VALUE ':'.
023500     05  DET-HORA-SS             PIC 99.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  DET-CPF                 PIC 9(11).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  DET-NOME                PIC X(20).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  DET-ACAO                PIC X(09).
024200     05  FILLER                  PIC X(01) VALUE SPACE.
024300     05  DET-OPERACAO            PIC X(08).
024400     05  FILLER                  PIC X(06) VALUE SPACES.
024500 01  WS-LINHA-TOTAL.
024600     05  TOT-TITULO              PIC X(25).
024700     05  TOT-VALOR               PIC ZZZZZZZZ9.
024800     05  FILLER                  PIC X(46) VALUE SPACES.
024900 01  WS-LINHA-HASH.
025000     05  FILLER                  PIC X(25)
025100         VALUE 'HASH-TOTAL DOS CPFS..: '.
025200     05  HSH-VALOR               PIC 9(15).
025300     05  FILLER                  PIC X(40) VALUE SPACES.
025400 01  WS-LINHA-DECLARACAO         PIC X(80)
025500     VALUE 'CONFERIDO COM O TRAILER DO ARQUIVO ENVIADO.'.
025600 01  WS-LINHA-ASSINATURA-1       PIC X(80)
025700     VALUE 'SUPERVISOR DE SEGURANCA: __________________________'.
025800 01  WS-LINHA-ASSINATURA-2       PIC X(80)
025900     VALUE 'ASSINATURA.............: __________________________'.
026000 01  WS-LINHA-ASSINATURA-3       PIC X(80)
026100     VALUE 'DATA...................: ____/____/________'.
026200
026300     COPY CPFPARM.
026400
026500     COPY RUNPARM.
026600
026700***************************************************************
026800 PROCEDURE DIVISION.
026900***************************************************************
027000 0000-MAINLINE.
027100     PERFORM 0500-REGISTRAR-INICIO
027200         THRU 0500-REGISTRAR-INICIO-EXIT.
027300     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
027400     PERFORM 2000-PROCESSAR-HISTORICO
027500         THRU 2000-PROCESSAR-HISTORICO-EXIT
027600         UNTIL FIM-CADHST.
027700     PERFORM 3000-GRAVAR-TRAILER THRU 3000-GRAVAR-TRAILER-EXIT.
027800     PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-IMPRIMIR-TOTAIS-EXIT.
027900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
028000     IF ERRO-GRAVACAO
028100         DISPLAY 'ERRO: ENVIO INCOMPLETO - CONTROLE NAO '
028200             'ATUALIZADO'
028300         MOVE 8 TO RETURN-CODE
028400     ELSE
028500         PERFORM 5000-GRAVAR-CONTROLE
028600             THRU 5000-GRAVAR-CONTROLE-EXIT
028700     END-IF.
028800     DISPLAY 'HISTORICOS LIDOS......: ' WRK-QTDE-LIDOS.
028900     DISPLAY 'HISTORICOS NO PERIODO.: ' WRK-QTDE-PERIODO.
029000     DISPLAY 'CPFS REVOGADOS........: ' WRK-QTDE-REVOGAR.
029100     DISPLAY 'CPFS LIBERADOS........: ' WRK-QTDE-LIBERAR.
029200     DISPLAY 'CPFS A VERIFICAR......: ' WRK-QTDE-VERIFICAR.
029300     MOVE WRK-QTDE-DETALHE TO RUNCTL-QTDE.
029400     MOVE RETURN-CODE      TO RUNCTL-RC.
029500     PERFORM 8900-REGISTRAR-FIM
029600         THRU 8900-REGISTRAR-FIM-EXIT.
029700     STOP RUN.
029800
029900***************************************************************
030000*    REGISTRA O INICIO DA EXECUCAO NO CONTROLE DA JANELA        *
030100*    NOTURNA VIA ROTINA RUNCTL.                                 *
030200***************************************************************
030300 0500-REGISTRAR-INICIO.
030400     SET RUNCTL-FUNC-INICIO TO TRUE.
030500     MOVE 'PROGCB26' TO RUNCTL-JOB.
030600     MOVE ZEROS      TO RUNCTL-QTDE.
030700     MOVE ZEROS      TO RUNCTL-RC.
030800     CALL 'RUNCTL' USING RUNCTL-PARM.
030900 0500-REGISTRAR-INICIO-EXIT.
031000     EXIT.
031100
031200***************************************************************
031300*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
031400*    O CHAMADOR PREENCHE RUNCTL-QTDE E RUNCTL-RC.               *
031500***************************************************************
031600 8900-REGISTRAR-FIM.
031700     SET RUNCTL-FUNC-FIM TO TRUE.
031800     MOVE 'PROGCB26' TO RUNCTL-JOB.
031900     CALL 'RUNCTL' USING RUNCTL-PARM.
032000 8900-REGISTRAR-FIM-EXIT.
032100     EXIT.
032200
032300***************************************************************
032400*    DEFINE O PERIODO DO ENVIO: DO CORTE DO ULTIMO ENVIO (SEM   *
032500*    CONTROLE ANTERIOR, DA ABERTURA DO DIA DE NEGOCIO) ATE A    *
032600*    DATA-HORA DESTA EXECUCAO. ABRE OS ARQUIVOS E GRAVA O       *
032700*    CABECALHO DO ARQUIVO DE ENVIO E DA RELACAO. SEM O          *
032800*    HISTORICO O ENVIO SAI SO COM CABECALHO E TRAILER.          *
032900***************************************************************
033000 1000-INICIALIZAR.
033100     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
033200     ACCEPT WS-HORA-SISTEMA FROM TIME.
033233     SET DATNEG-FUNC-CORRENTE TO TRUE.
033266     CALL 'DATNEG' USING DATNEG-PARM.
033300     MOVE WS-DATA-SISTEMA       TO WRK-FIM-DATA.
033400     MOVE WS-HORA-SISTEMA (1:6) TO WRK-FIM-HORA.
033500     PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT.
033600     IF NOT TEM-CONTROLE AND NOT ERRO-GRAVACAO
033700         DISPLAY 'SEM CONTROLE DE ENVIO ANTERIOR - ENVIO A '
033800             'PARTIR DA ABERTURA DO DIA'
033900         MOVE DATNEG-ABERTURA-DATA TO WRK-INICIO-DATA
034000         MOVE DATNEG-ABERTURA-HORA TO WRK-INICIO-HORA
034100     END-IF.
034200     IF WRK-MARCA-INICIO-N NOT < WRK-MARCA-FIM-N
034300         DISPLAY 'ERRO: CORTE DO ULTIMO ENVIO ' WRK-MARCA-INICIO-N
034400             ' NAO E ANTERIOR A ESTA EXECUCAO ' WRK-MARCA-FIM-N
034500         SET ERRO-GRAVACAO TO TRUE
034600         SET FIM-CADHST TO TRUE
034700     END-IF.
034800     ADD 1 TO WRK-SEQUENCIA.
034900     OPEN INPUT HISTORICO.
035000     IF CADHST-NAO-EXISTE
035100         DISPLAY 'ARQUIVO DE HISTORICO AUSENTE - ENVIO SEM '
035200             'MOVIMENTO'
035300         SET SEM-CADHST TO TRUE
035400         SET FIM-CADHST TO TRUE
035500     END-IF.
035600     OPEN OUTPUT ENVIO-CRACHA.
035700     OPEN OUTPUT RELATORIO.
035800     PERFORM 1100-GRAVAR-HEADER THRU 1100-GRAVAR-HEADER-EXIT.
035900     MOVE DATNEG-DD   TO CAB-DATA-DD.
036000     MOVE DATNEG-MM   TO CAB-DATA-MM.
036100     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
036200     MOVE WRK-SEQUENCIA TO CAB-SEQUENCIA.
036300     MOVE WRK-INICIO-DATA TO WRK-DATA-EDICAO.
036400     MOVE WRK-INICIO-HORA TO WRK-HORA-EDICAO.
036500     MOVE WRK-EDICAO-DD   TO CAB-INI-DD.
036600     MOVE WRK-EDICAO-MM   TO CAB-INI-MM.
036700     MOVE WRK-EDICAO-AAAA TO CAB-INI-AAAA.
036800     MOVE WRK-EDICAO-HH   TO CAB-INI-HH.
036900     MOVE WRK-EDICAO-MI   TO CAB-INI-MI.
037000     MOVE WRK-EDICAO-SS   TO CAB-INI-SS.
037100     MOVE WRK-FIM-DATA    TO WRK-DATA-EDICAO.
037200     MOVE WRK-FIM-HORA    TO WRK-HORA-EDICAO.
037300     MOVE WRK-EDICAO-DD   TO CAB-FIM-DD.
037400     MOVE WRK-EDICAO-MM   TO CAB-FIM-MM.
037500     MOVE WRK-EDICAO-AAAA TO CAB-FIM-AAAA.
037600     MOVE WRK-EDICAO-HH   TO CAB-FIM-HH.
037700     MOVE WRK-EDICAO-MI   TO CAB-FIM-MI.
037800     MOVE WRK-EDICAO-SS   TO CAB-FIM-SS.
037900     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
038000     PERFORM 8100-VERIFICAR-RELOUT
038100         THRU 8100-VERIFICAR-RELOUT-EXIT.
038200     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-2.
038300     PERFORM 8100-VERIFICAR-RELOUT
038400         THRU 8100-VERIFICAR-RELOUT-EXIT.
038500     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-3.
038600     PERFORM 8100-VERIFICAR-RELOUT
038700         THRU 8100-VERIFICAR-RELOUT-EXIT.
038800     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-4.
038900     PERFORM 8100-VERIFICAR-RELOUT
039000         THRU 8100-VERIFICAR-RELOUT-EXIT.
039100     IF NOT FIM-CADHST
039200         PERFORM 2900-LER-HISTORICO THRU 2900-LER-HISTORICO-EXIT
039300     END-IF.
039400 1000-INICIALIZAR-EXIT.
039500     EXIT.
039600
039700***************************************************************
039800*    GRAVA O REGISTRO DE CABECALHO DO ARQUIVO DE ENVIO, COM O   *
039900*    NUMERO DO ARQUIVO, A DATA-HORA DE GERACAO E O PERIODO.     *
040000***************************************************************
040100 1100-GRAVAR-HEADER.
040200     MOVE SPACES           TO REVCRA-REC.
040300     SET REV-HEADER        TO TRUE.
040400     MOVE 'CADASTRO'       TO REVH-SISTEMA.
040500     MOVE WRK-SEQUENCIA    TO REVH-SEQUENCIA.
040600     MOVE WRK-FIM-DATA     TO REVH-DT-GERACAO.
040700     MOVE WRK-FIM-HORA     TO REVH-HORA-GERACAO.
040800     MOVE WRK-INICIO-DATA  TO REVH-DT-INICIO.
040900     MOVE WRK-INICIO-HORA  TO REVH-HORA-INICIO.
041000     MOVE WRK-FIM-DATA     TO REVH-DT-FIM.
041100     MOVE WRK-FIM-HORA     TO REVH-HORA-FIM.
041200     WRITE REVCRA-REC.
041300     PERFORM 8200-VERIFICAR-CADREV
041400         THRU 8200-VERIFICAR-CADREV-EXIT.
041500 1100-GRAVAR-HEADER-EXIT.
041600     EXIT.
041700
041800***************************************************************
041900*    LE O ARQUIVO DE CONTROLE DO ENVIO ATE O FIM, DE FORMA QUE  *
042000*    O ULTIMO REGISTRO GRAVADO PREVALECA, E GUARDA O CORTE E O  *
042100*    NUMERO DO ULTIMO ENVIO CONCLUIDO.                          *
042200***************************************************************
042300 1200-LER-CONTROLE.
042400     MOVE ZEROS TO WRK-MARCA-INICIO.
042500     MOVE ZEROS TO WRK-SEQUENCIA.
042600     OPEN INPUT REVCONTROLE.
042700     IF CADRVC-OK
042800         MOVE 'N' TO SW-FIM-CTL
042900         PERFORM 1250-LER-CTL THRU 1250-LER-CTL-EXIT
043000             UNTIL FIM-CTL
043100     ELSE
043200         IF NOT CADRVC-NAO-EXISTE
043300             DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE CONTROLE '
043400                 'DO ENVIO - STATUS ' WS-CADRVC-STATUS
043433             SET ERRO-GRAVACAO TO TRUE
043466             SET FIM-CADHST TO TRUE
043500         END-IF
043600     END-IF.
043700     CLOSE REVCONTROLE.
043800 1200-LER-CONTROLE-EXIT.
043900     EXIT.
044000
044100 1250-LER-CTL.
044200     READ REVCONTROLE
044300         AT END
044400             SET FIM-CTL TO TRUE
044500         NOT AT END
044600             IF REVCTL-DT-CORTE IS NUMERIC
044700                 AND REVCTL-HORA-CORTE IS NUMERIC
044800                 AND REVCTL-SEQUENCIA IS NUMERIC
044900                 MOVE REVCTL-DT-CORTE   TO WRK-INICIO-DATA
045000                 MOVE REVCTL-HORA-CORTE TO WRK-INICIO-HORA
045100                 MOVE REVCTL-SEQUENCIA  TO WRK-SEQUENCIA
045200                 SET TEM-CONTROLE TO TRUE
045300             END-IF
045400     END-READ.
045500 1250-LER-CTL-EXIT.
045600     EXIT.
045700
045800***************************************************************
045900*    SELECIONA OS REGISTROS DE HISTORICO DO PERIODO E TRADUZ A  *
046000*    OPERACAO EM REVOGACAO OU LIBERACAO DE CRACHA. ELIMINAR     *
046100*    (LGPD) NAO GERA ENVIO: A PESSOA JA ESTAVA INATIVA E O      *
046200*    CRACHA JA FOI REVOGADO NA INATIVACAO. AS DEMAIS OPERACOES  *
046300*    (ALTERAR ETC.) NAO MUDAM O ACESSO. O CPF ENVIADO E SEMPRE  *
046333*    O DA IMAGEM (ANTES NA REVOGACAO, DEPOIS NA LIBERACAO), NAO *
046366*    O HST-CPF, QUE A UNIFICACAO REGRAVA COM O SOBREVIVENTE.    *
046400***************************************************************
046500 2000-PROCESSAR-HISTORICO.
046600     ADD 1 TO WRK-QTDE-LIDOS.
046700     MOVE HST-DATA TO WRK-HST-DATA.
046800     MOVE HST-HORA TO WRK-HST-HORA.
046900     IF WRK-MARCA-HST-N NOT > WRK-MARCA-INICIO-N
047000         OR WRK-MARCA-HST-N > WRK-MARCA-FIM-N
047100         GO TO 2000-PROCESSAR-HISTORICO-PROX
047200     END-IF.
047300     ADD 1 TO WRK-QTDE-PERIODO.
047400     EVALUATE HST-OPERACAO
047500         WHEN 'EXCLUIR '
047600         WHEN 'EXPURGAR'
047700             MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM
047800             MOVE IMG-CPF          TO WRK-CPF-ENVIO
047900             SET ACAO-REVOGAR      TO TRUE
048000             PERFORM 2100-ENVIAR-CPF THRU 2100-ENVIAR-CPF-EXIT
048100         WHEN 'REATIVAR'
048200             MOVE HST-IMAGEM-DEPOIS TO WRK-IMAGEM
048300             MOVE IMG-CPF           TO WRK-CPF-ENVIO
048400             SET ACAO-LIBERAR       TO TRUE
048500             PERFORM 2100-ENVIAR-CPF THRU 2100-ENVIAR-CPF-EXIT
048600         WHEN 'CORRCPF '
048700             MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM
048800             MOVE IMG-CPF          TO WRK-CPF-ENVIO
048900             SET ACAO-REVOGAR      TO TRUE
049000             PERFORM 2100-ENVIAR-CPF THRU 2100-ENVIAR-CPF-EXIT
049100             MOVE HST-IMAGEM-DEPOIS TO WRK-IMAGEM
049200             IF IMG-ATIVO
049300                 MOVE IMG-CPF      TO WRK-CPF-ENVIO
049400                 SET ACAO-LIBERAR  TO TRUE
049500                 PERFORM 2100-ENVIAR-CPF THRU 2100-ENVIAR-CPF-EXIT
049600             END-IF
049700         WHEN 'UNIFCPF '
049800             MOVE HST-IMAGEM-ANTES TO WRK-IMAGEM
049900             MOVE IMG-CPF          TO WRK-CPF-ENVIO
050000             SET ACAO-REVOGAR      TO TRUE
050100             PERFORM 2100-ENVIAR-CPF THRU 2100-ENVIAR-CPF-EXIT
050200         WHEN OTHER
050300             CONTINUE
050400     END-EVALUATE.
050500 2000-PROCESSAR-HISTORICO-PROX.
050600     PERFORM 2900-LER-HISTORICO THRU 2900-LER-HISTORICO-EXIT.
050700 2000-PROCESSAR-HISTORICO-EXIT.
050800     EXIT.
050900
051000***************************************************************
051100*    GRAVA O DETALHE DO CPF EM WRK-CPF-ENVIO COM A ACAO DE      *
051200*    WRK-ACAO E O NOME DA IMAGEM EM WRK-IMAGEM, E A LINHA NA    *
051300*    RELACAO. CPF QUE NAO PASSA NA ROTINA CPFVAL (PSEUDONIMO    *
051400*    GRAVADO PELA ELIMINACAO LGPD SOBRE UM HISTORICO AINDA NAO  *
051500*    ENVIADO) NAO VAI AO SISTEMA DE ACESSO: SAI NA RELACAO COMO *
051600*    VERIFICAR, PARA A SEGURANCA TRATAR MANUALMENTE.            *
051700***************************************************************
051800 2100-ENVIAR-CPF.
051900     MOVE IMG-NOME      TO WRK-NOME-ENVIO.
052000     MOVE WRK-CPF-ENVIO TO CPFVAL-CPF.
052100     CALL 'CPFVAL' USING CPFVAL-PARM.
052200     MOVE HST-DATA      TO WRK-DATA-EDICAO.
052300     MOVE HST-HORA      TO WRK-HORA-EDICAO.
052400     MOVE WRK-EDICAO-DD   TO DET-DATA-DD.
052500     MOVE WRK-EDICAO-MM   TO DET-DATA-MM.
052600     MOVE WRK-EDICAO-AAAA TO DET-DATA-AAAA.
052700     MOVE WRK-EDICAO-HH   TO DET-HORA-HH.
052800     MOVE WRK-EDICAO-MI   TO DET-HORA-MI.
052900     MOVE WRK-EDICAO-SS   TO DET-HORA-SS.
053000     MOVE WRK-CPF-ENVIO   TO DET-CPF.
053100     MOVE WRK-NOME-ENVIO  TO DET-NOME.
053200     MOVE HST-OPERACAO    TO DET-OPERACAO.
053300     IF CPFVAL-INVALIDO
053400         MOVE 'VERIFICAR' TO DET-ACAO
053500         ADD 1 TO WRK-QTDE-VERIFICAR
053600         GO TO 2100-ENVIAR-CPF-LISTAR
053700     END-IF.
053800     MOVE SPACES          TO REVCRA-REC.
053900     SET REV-DETALHE      TO TRUE.
054000     MOVE WRK-CPF-ENVIO   TO REVD-CPF.
054100     MOVE WRK-ACAO        TO REVD-ACAO.
054200     MOVE HST-OPERACAO    TO REVD-MOTIVO.
054300     MOVE WRK-HST-DATA    TO REVD-DATA.
054400     MOVE WRK-HST-HORA    TO REVD-HORA.
054500     MOVE WRK-NOME-ENVIO  TO REVD-NOME.
054600     WRITE REVCRA-REC.
054700     PERFORM 8200-VERIFICAR-CADREV
054800         THRU 8200-VERIFICAR-CADREV-EXIT.
054900     ADD 1 TO WRK-QTDE-DETALHE.
055000     ADD WRK-CPF-ENVIO TO WRK-HASH-CPF.
055100     IF WRK-HASH-CPF > 999999999999999
055200         SUBTRACT 1000000000000000 FROM WRK-HASH-CPF
055300     END-IF.
055400     IF ACAO-REVOGAR
055500         MOVE 'REVOGAR'   TO DET-ACAO
055600         ADD 1 TO WRK-QTDE-REVOGAR
055700     ELSE
055800         MOVE 'LIBERAR'   TO DET-ACAO
055900         ADD 1 TO WRK-QTDE-LIBERAR
056000     END-IF.
056100 2100-ENVIAR-CPF-LISTAR.
056200     WRITE REL-LINHA FROM WS-LINHA-DETALHE.
056300     PERFORM 8100-VERIFICAR-RELOUT
056400         THRU 8100-VERIFICAR-RELOUT-EXIT.
056500 2100-ENVIAR-CPF-EXIT.
056600     EXIT.
056700
056800 2900-LER-HISTORICO.
056900     READ HISTORICO
057000         AT END
057100             SET FIM-CADHST TO TRUE
057200     END-READ.
057300 2900-LER-HISTORICO-EXIT.
057400     EXIT.
057500
057600***************************************************************
057700*    GRAVA O TRAILER DO ARQUIVO DE ENVIO COM AS QUANTIDADES E   *
057800*    O HASH-TOTAL DOS CPFS ENVIADOS.                            *
057900***************************************************************
058000 3000-GRAVAR-TRAILER.
058100     MOVE SPACES           TO REVCRA-REC.
058200     SET REV-TRAILER       TO TRUE.
058300     MOVE WRK-SEQUENCIA    TO REVT-SEQUENCIA.
058400     MOVE WRK-QTDE-DETALHE TO REVT-QTDE-DETALHE.
058500     MOVE WRK-QTDE-REVOGAR TO REVT-QTDE-REVOGAR.
058600     MOVE WRK-QTDE-LIBERAR TO REVT-QTDE-LIBERAR.
058700     MOVE WRK-HASH-CPF     TO REVT-HASH-CPF.
058800     WRITE REVCRA-REC.
058900     PERFORM 8200-VERIFICAR-CADREV
059000         THRU 8200-VERIFICAR-CADREV-EXIT.
059100 3000-GRAVAR-TRAILER-EXIT.
059200     EXIT.
059300
059400***************************************************************
059500*    IMPRIME OS TOTAIS DA RELACAO E O BLOCO DE CONFERENCIA E    *
059600*    ASSINATURA DO SUPERVISOR DE SEGURANCA.                     *
059700***************************************************************
059800 4000-IMPRIMIR-TOTAIS.
059900     MOVE SPACES TO REL-LINHA.
060000     WRITE REL-LINHA.
060100     PERFORM 8100-VERIFICAR-RELOUT
060200         THRU 8100-VERIFICAR-RELOUT-EXIT.
060300     MOVE 'HISTORICOS LIDOS.....: ' TO TOT-TITULO.
060400     MOVE WRK-QTDE-LIDOS TO TOT-VALOR.
060500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
060600     PERFORM 8100-VERIFICAR-RELOUT
060700         THRU 8100-VERIFICAR-RELOUT-EXIT.
060800     MOVE 'HISTORICOS NO PERIODO: ' TO TOT-TITULO.
060900     MOVE WRK-QTDE-PERIODO TO TOT-VALOR.
061000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
061100     PERFORM 8100-VERIFICAR-RELOUT
061200         THRU 8100-VERIFICAR-RELOUT-EXIT.
061300     MOVE 'CPFS REVOGADOS.......: ' TO TOT-TITULO.
061400     MOVE WRK-QTDE-REVOGAR TO TOT-VALOR.
061500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
061600     PERFORM 8100-VERIFICAR-RELOUT
061700         THRU 8100-VERIFICAR-RELOUT-EXIT.
061800     MOVE 'CPFS LIBERADOS.......: ' TO TOT-TITULO.
061900     MOVE WRK-QTDE-LIBERAR TO TOT-VALOR.
062000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
062100     PERFORM 8100-VERIFICAR-RELOUT
062200         THRU 8100-VERIFICAR-RELOUT-EXIT.
062300     MOVE 'REGISTROS ENVIADOS...: ' TO TOT-TITULO.
062400     MOVE WRK-QTDE-DETALHE TO TOT-VALOR.
062500     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
062600     PERFORM 8100-VERIFICAR-RELOUT
062700         THRU 8100-VERIFICAR-RELOUT-EXIT.
062800     MOVE WRK-HASH-CPF TO HSH-VALOR.
062900     WRITE REL-LINHA FROM WS-LINHA-HASH.
063000     PERFORM 8100-VERIFICAR-RELOUT
063100         THRU 8100-VERIFICAR-RELOUT-EXIT.
063200     MOVE 'CPFS A VERIFICAR.....: ' TO TOT-TITULO.
063300     MOVE WRK-QTDE-VERIFICAR TO TOT-VALOR.
063400     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
063500     PERFORM 8100-VERIFICAR-RELOUT
063600         THRU 8100-VERIFICAR-RELOUT-EXIT.
063700     MOVE SPACES TO REL-LINHA.
063800     WRITE REL-LINHA.
063900     PERFORM 8100-VERIFICAR-RELOUT
064000         THRU 8100-VERIFICAR-RELOUT-EXIT.
064100     WRITE REL-LINHA FROM WS-LINHA-DECLARACAO.
064200     PERFORM 8100-VERIFICAR-RELOUT
064300         THRU 8100-VERIFICAR-RELOUT-EXIT.
064400     MOVE SPACES TO REL-LINHA.
064500     WRITE REL-LINHA.
064600     PERFORM 8100-VERIFICAR-RELOUT
064700         THRU 8100-VERIFICAR-RELOUT-EXIT.
064800     WRITE REL-LINHA FROM WS-LINHA-ASSINATURA-1.
064900     PERFORM 8100-VERIFICAR-RELOUT
065000         THRU 8100-VERIFICAR-RELOUT-EXIT.
065100     MOVE SPACES TO REL-LINHA.
065200     WRITE REL-LINHA.
065300     PERFORM 8100-VERIFICAR-RELOUT
065400         THRU 8100-VERIFICAR-RELOUT-EXIT.
065500     WRITE REL-LINHA FROM WS-LINHA-ASSINATURA-2.
065600     PERFORM 8100-VERIFICAR-RELOUT
065700         THRU 8100-VERIFICAR-RELOUT-EXIT.
065800     MOVE SPACES TO REL-LINHA.
065900     WRITE REL-LINHA.
066000     PERFORM 8100-VERIFICAR-RELOUT
066100         THRU 8100-VERIFICAR-RELOUT-EXIT.
066200     WRITE REL-LINHA FROM WS-LINHA-ASSINATURA-3.
066300     PERFORM 8100-VERIFICAR-RELOUT
066400         THRU 8100-VERIFICAR-RELOUT-EXIT.
066500 4000-IMPRIMIR-TOTAIS-EXIT.
066600     EXIT.
066700
066800***************************************************************
066900*    GRAVA O NOVO CONTROLE DO ENVIO (CORTE E NUMERO DESTE       *
067000*    ARQUIVO). O JCL SUBSTITUI O CONTROLE CORRENTE PELO NOVO    *
067100*    SOMENTE EM TERMINO NORMAL DO STEP, DE FORMA QUE UM ENVIO   *
067200*    COM FALHA E REFEITO POR INTEIRO NA EXECUCAO SEGUINTE.      *
067300***************************************************************
067400 5000-GRAVAR-CONTROLE.
067500     OPEN OUTPUT REVCONTROLE-NOVO.
067600     MOVE WRK-FIM-DATA     TO WRK-CTL-DATA.
067700     MOVE WRK-FIM-HORA     TO WRK-CTL-HORA.
067800     MOVE WRK-SEQUENCIA    TO WRK-CTL-SEQUENCIA.
067900     MOVE WRK-QTDE-DETALHE TO WRK-CTL-QTDE.
068000     WRITE CADRVN-REG FROM WRK-CTL-NOVO.
068100     IF NOT CADRVN-OK
068200         DISPLAY 'ERRO: FALHA AO GRAVAR CONTROLE DO ENVIO - '
068300             'STATUS ' WS-CADRVN-STATUS
068400         MOVE 8 TO RETURN-CODE
068500     END-IF.
068600     CLOSE REVCONTROLE-NOVO.
068700 5000-GRAVAR-CONTROLE-EXIT.
068800     EXIT.
068900
069000***************************************************************
069100*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO RELATORIO E AVISA  *
069200*    O OPERADOR EM CASO DE FALHA.                               *
069300***************************************************************
069400 8100-VERIFICAR-RELOUT.
069500     IF NOT RELOUT-OK
069600         DISPLAY 'ERRO: FALHA AO GRAVAR RELATORIO - STATUS '
069700             WS-RELOUT-STATUS
069800     END-IF.
069900 8100-VERIFICAR-RELOUT-EXIT.
070000     EXIT.
070100
070200***************************************************************
070300*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO ARQUIVO DE ENVIO.  *
070400*    QUALQUER FALHA INVALIDA O ENVIO INTEIRO (RC 8, CONTROLE    *
070500*    NAO ATUALIZADO).                                           *
070600***************************************************************
070700 8200-VERIFICAR-CADREV.
070800     IF NOT CADREV-OK
070900         DISPLAY 'ERRO: FALHA AO GRAVAR ARQUIVO DE ENVIO - '
071000             'STATUS ' WS-CADREV-STATUS
071100         SET ERRO-GRAVACAO TO TRUE
071200     END-IF.
071300 8200-VERIFICAR-CADREV-EXIT.
071400     EXIT.
071500
071600***************************************************************
071700*    ENCERRAMENTO DOS ARQUIVOS                                  *
071800***************************************************************
071900 9000-FINALIZAR.
072000     IF NOT SEM-CADHST
072100         CLOSE HISTORICO
072200     END-IF.
072300     CLOSE ENVIO-CRACHA.
072400     CLOSE RELATORIO.
072500 9000-FINALIZAR-EXIT.
072600     EXIT.
