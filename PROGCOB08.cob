001820*                       CPF EXPURGADO PASSA A SER REMOVIDO      *
001830*                       JUNTO, PARA NAO DEIXAR ENDERECO ORFAO   *
001840*                       NO ARQUIVO DE ENDERECOS.                *
001852*    2026-10-15 EMC     CADA REGISTRO EXPURGADO GRAVA NO        *
001864*                       HISTORICO (CADHST) A OPERACAO EXPURGAR  *
001876*                       COM A IMAGEM REMOVIDA, PARA A REVOGACAO *
001888*                       DO CRACHA E O BALANCEAMENTO DO MESTRE.  *
001892*    2026-10-15 EMC     DATA DO CABECALHO PELA DATA DE NEGOCIO  *
001896*                       (ROTINA DATNEG).                        *
001897*    2026-10-15 EMC     DATA DO HISTORICO LIDA A CADA GRAVACAO, *
001898*                       JUNTO COM A HORA, COMO NOS DEMAIS       *
001899*                       PROGRAMAS; A INICIALIZACAO NAO LE MAIS  *
001900*                       A DATA DO RELOGIO.                      *
001901***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. PROGCOB08.
002200 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003940         ACCESS MODE IS DYNAMIC
003950         RECORD KEY IS ENDCON-CPF
003960         FILE STATUS IS WS-CADEND-STATUS.
003968
003976     SELECT HISTORICO ASSIGN TO "CADHST"
003984         ORGANIZATION IS SEQUENTIAL
003992         FILE STATUS IS WS-CADHST-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CADASTRO-PESSOAS
004940 FD  ENDERECO-CONTATO
004960     LABEL RECORDS ARE STANDARD.
004980     COPY ENDCON.
004984
004988 FD  HISTORICO
004992     LABEL RECORDS ARE STANDARD.
004996     COPY HSTLOG.
005000
005100 WORKING-STORAGE SECTION.
005200 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
005730     88  CADEND-NAO-EXISTE           VALUE '35'.
005740 77  SW-SEM-CADEND               PIC X(01)   VALUE 'N'.
005750     88  SEM-CADEND                  VALUE 'S'.
005760 77  WS-CADHST-STATUS            PIC X(02)   VALUE '00'.
005770     88  CADHST-OK                   VALUE '00'.
005780     88  CADHST-NAO-EXISTE           VALUE '35'.
005790 77  WRK-IMAGEM-ANTES            PIC X(59)   VALUE SPACES.
005800 77  WRK-DATA-CORTE-ALFA         PIC X(08)   VALUE SPACES.
005900 77  WRK-DATA-CORTE              PIC 9(08)   VALUE ZEROS.
006000 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
006200 77  WRK-QTDE-INATIVOS-RETIDOS   PIC 9(09)   COMP VALUE ZERO.
006220
006240     COPY RUNPARM.
006260
006280     COPY NEGPARM.
006300
006400 01  WS-DATA-SISTEMA.
006500     05  WS-DATA-AAAA            PIC 9(04).
006600     05  WS-DATA-MM              PIC 9(02).
006700     05  WS-DATA-DD              PIC 9(02).
006714
006728 01  WS-HORA-SISTEMA.
006742     05  WS-HORA-HH              PIC 9(02).
006756     05  WS-HORA-MM              PIC 9(02).
006770     05  WS-HORA-SS              PIC 9(02).
006784     05  WS-HORA-CENT            PIC 9(02).
006800
006900 01  WS-LINHA-CABECALHO-1        PIC X(80)
007000     VALUE 'EXPURGO DE REGISTROS INATIVADOS DO CADASTRO'.
011960         DISPLAY 'ARQUIVO DE ENDERECOS AUSENTE - EXPURGO '
011970             'SOMENTE DO MESTRE'
011980     END-IF.
011981     OPEN EXTEND HISTORICO.
011982     IF CADHST-NAO-EXISTE
011983         OPEN OUTPUT HISTORICO
011984         CLOSE HISTORICO
011985         OPEN EXTEND HISTORICO
011986     END-IF.
011987     IF NOT CADHST-OK
011988         DISPLAY 'ERRO: FALHA AO ABRIR HISTORICO - STATUS '
011989             WS-CADHST-STATUS
011990     END-IF.
012000     OPEN OUTPUT RELATORIO.
012100     ACCEPT WRK-DATA-CORTE-ALFA.
012200     IF WRK-DATA-CORTE-ALFA IS NUMERIC
012700             'EXPURGO DESLIGADO NESTA EXECUCAO'
012800     END-IF.
012900     DISPLAY 'DATA DE CORTE PARA EXPURGO: ' WRK-DATA-CORTE.
013033     SET DATNEG-FUNC-CORRENTE TO TRUE.
013066     CALL 'DATNEG' USING DATNEG-PARM.
013100     MOVE DATNEG-DD   TO CAB-DATA-DD.
013200     MOVE DATNEG-MM   TO CAB-DATA-MM.
013300     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
013400     MOVE WRK-DATA-CORTE TO CAB-DATA-CORTE.
013500     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
013600     PERFORM 8100-VERIFICAR-RELOUT
018200     EXIT.
018300
018400***************************************************************
018500*    REMOVE FISICAMENTE O REGISTRO CORRENTE, GRAVA O HISTORICO  *
018600*    DO EXPURGO E IMPRIME A LINHA NO RELATORIO DE EXPURGO.      *
018700***************************************************************
018800 3000-EXPURGAR-REGISTRO.
018900     MOVE PESSOA-NOME          TO DET-NOME.
019000     MOVE PESSOA-CPF           TO DET-CPF.
019050     MOVE PESSOA-CPF           TO ENDCON-CPF.
019100     MOVE PESSOA-DT-INATIVACAO TO DET-DT-INATIVACAO.
019150     MOVE PESSOA-REC           TO WRK-IMAGEM-ANTES.
019200     DELETE CADASTRO-PESSOAS RECORD.
019300     IF CADPES-OK
019400         ADD 1 TO WRK-QTDE-EXPURGADOS
019420         PERFORM 3100-EXPURGAR-ENDERECO
019440             THRU 3100-EXPURGAR-ENDERECO-EXIT
019460         PERFORM 3200-GRAVAR-HISTORICO
019480             THRU 3200-GRAVAR-HISTORICO-EXIT
019500         WRITE REL-LINHA FROM WS-LINHA-DETALHE
019600         PERFORM 8100-VERIFICAR-RELOUT
019700             THRU 8100-VERIFICAR-RELOUT-EXIT
020530     END-DELETE.
020540 3100-EXPURGAR-ENDERECO-EXIT.
020550     EXIT.
020551
020552***************************************************************
020553*    GRAVA NO HISTORICO DE ALTERACOES A OPERACAO EXPURGAR COM   *
020554*    A IMAGEM DO REGISTRO REMOVIDO (ANTES) E A IMAGEM DEPOIS    *
020555*    EM BRANCO, COMO A ELIMINACAO LGPD.                         *
020556***************************************************************
020557 3200-GRAVAR-HISTORICO.
020558     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
020559     ACCEPT WS-HORA-SISTEMA FROM TIME.
020560     MOVE WS-DATA-SISTEMA    TO HST-DATA.
020561     MOVE WS-HORA-HH         TO HST-HORA-HH.
020562     MOVE WS-HORA-MM         TO HST-HORA-MM.
020563     MOVE WS-HORA-SS         TO HST-HORA-SS.
020564     MOVE 'EXPURGAR'         TO HST-OPERACAO.
020565     MOVE DET-CPF            TO HST-CPF.
020566     MOVE WRK-IMAGEM-ANTES   TO HST-IMAGEM-ANTES.
020567     MOVE SPACES             TO HST-IMAGEM-DEPOIS.
020568     WRITE HSTLOG-REC.
020569     IF NOT CADHST-OK
020570         DISPLAY 'ERRO: FALHA AO GRAVAR HISTORICO - STATUS '
020571             WS-CADHST-STATUS ' CPF ' DET-CPF
020572     END-IF.
020573 3200-GRAVAR-HISTORICO-EXIT.
020574     EXIT.
020575
020600***************************************************************
020700*    IMPRIME OS TOTAIS GERAIS DA EXECUCAO.                      *
020800***************************************************************
024900 9000-FINALIZAR.
025000     CLOSE CADASTRO-PESSOAS.
025050     CLOSE ENDERECO-CONTATO.
025075     CLOSE HISTORICO.
025100     CLOSE RELATORIO.
025200 9000-FINALIZAR-EXIT.
025300     EXIT.
