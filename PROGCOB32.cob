000100***************************************************************
000200*    PROGRAM-ID...: PROGCOB32                                   *
000300*    DESCRICAO....: GERACAO DA MASSA DO TESTE DE VOLUME DOS     *
000400*                   PROGRAMAS QUE APURAM POR ORDENACAO (SORT):  *
000500*                   PRESENCA DIARIA (PROGCOB20), EXPORTACAO     *
000600*                   DELTA COM LISTA DE CORRECAO (PROGCOB05),    *
000700*                   FECHAMENTO DA JANELA (PROGCOB15) E          *
000800*                   DUPLICIDADES (PROGCOB17). GRAVA, NA DATA DE *
000900*                   NEGOCIO CORRENTE (ROTINA DATNEG), DEZ VEZES *
001000*                   O PICO DE PRODUCAO DE CADA UM: 2000 PESSOAS *
001100*                   NA PORTARIA NO DIA, 5000 CPFS NA LISTA DE   *
001200*                   CORRECAO, 200 PROGRAMAS NA JANELA E 300     *
001300*                   CANDIDATOS COM O MESMO NOME E NASCIMENTO.   *
001400*                   OS ARQUIVOS SAO OS DE TESTE DO JCL          *
001500*                   (TEST.CADASTRO.*), NUNCA OS DE PRODUCAO. OS *
001600*                   RESULTADOS ESPERADOS SAEM NO SYSOUT PARA    *
001700*                   CONFERENCIA COM OS RELATORIOS DOS PROGRAMAS.*
001800*                   RC 8 COM FALHA DE ABERTURA OU GRAVACAO.     *
001900*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
002000*    INSTALACAO...: DEPARTAMENTO DE SISTEMAS                    *
002100*    DATA-ESCRITA.: 2026-10-15                                  *
002200*-------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES                                    *
002400*    DATA       AUTOR   DESCRICAO                               *
002500*    2026-10-15 EMC     VERSAO ORIGINAL - MASSA DO TESTE DE     *
002600*                       VOLUME.                                 *
002625*    2026-10-15 EMC     REGISTROS DE MOVIMENTO E DE CONTROLE    *
002650*                       DA JANELA LIMPOS E PREENCHIDOS POR      *
002675*                       INTEIRO ANTES DE CADA GRAVACAO.         *
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PROGCOB32.
003000 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003100 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CADASTRO-PESSOAS ASSIGN TO "CADPES"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS PESSOA-CPF
004100         ALTERNATE RECORD KEY IS PESSOA-NOME
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-CADPES-STATUS.
004400
004500     SELECT CORRECAO ASSIGN TO "CADWRK"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CADWRK-STATUS.
004800
004900     SELECT MOVIMENTO ASSIGN TO "CADMOV"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CADMOV-STATUS.
005200
005300     SELECT RUNCONTROLE ASSIGN TO "CADRUN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CADRUN-STATUS.
005600
005700     SELECT EXPCONTROLE ASSIGN TO "CADCTL"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CADCTL-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CADASTRO-PESSOAS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY PESSOA.
006500
006600 FD  CORRECAO
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CORWRK.
006900
007000 FD  MOVIMENTO
007100     LABEL RECORDS ARE STANDARD.
007200     COPY MOVPOR.
007300
007400 FD  RUNCONTROLE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY RUNLOG.
007700
007800 FD  EXPCONTROLE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY EXPCTL.
008100
008200 WORKING-STORAGE SECTION.
008300 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
008400     88  CADPES-OK                   VALUE '00'.
008500 77  WS-CADWRK-STATUS            PIC X(02)   VALUE '00'.
008600     88  CADWRK-OK                   VALUE '00'.
008700 77  WS-CADMOV-STATUS            PIC X(02)   VALUE '00'.
008800     88  CADMOV-OK                   VALUE '00'.
008900 77  WS-CADRUN-STATUS            PIC X(02)   VALUE '00'.
009000     88  CADRUN-OK                   VALUE '00'.
009100 77  WS-CADCTL-STATUS            PIC X(02)   VALUE '00'.
009200     88  CADCTL-OK                   VALUE '00'.
009300 77  WRK-QTDE-ERROS              PIC 9(09)   COMP VALUE ZERO.
009400 77  WRK-QTDE-PESSOAS            PIC 9(09)   COMP VALUE ZERO.
009500 77  WRK-QTDE-CORRECAO           PIC 9(09)   COMP VALUE ZERO.
009600 77  WRK-QTDE-MOVIMENTOS         PIC 9(09)   COMP VALUE ZERO.
009700 77  WRK-QTDE-SEM-SAIDA          PIC 9(09)   COMP VALUE ZERO.
009800 77  WRK-QTDE-RECUSADAS          PIC 9(09)   COMP VALUE ZERO.
009900 77  WRK-QTDE-RUN                PIC 9(09)   COMP VALUE ZERO.
010000 77  WRK-QTDE-SEM-FIM            PIC 9(09)   COMP VALUE ZERO.
010100 77  WRK-RESTO                   PIC 9(05)   COMP VALUE ZERO.
010200 77  WRK-QUOCIENTE               PIC 9(09)   COMP VALUE ZERO.
010300 77  WRK-SEG-MOVIMENTO           PIC 9(07)   COMP VALUE ZERO.
010400 77  WRK-SEG-JANELA              PIC 9(07)   COMP VALUE ZERO.
010500 77  WRK-SEG-CORRENTE            PIC 9(07)   COMP VALUE ZERO.
010600 77  WRK-SEG-RESTO               PIC 9(07)   COMP VALUE ZERO.
010700 77  WRK-DATA-NEGOCIO            PIC 9(08)   VALUE ZEROS.
010800 77  WRK-DATA-SEGUINTE           PIC 9(08)   VALUE ZEROS.
010900 77  WRK-DATA-CORRENTE           PIC 9(08)   VALUE ZEROS.
011000 77  IX-PESSOA                   PIC 9(05)   COMP VALUE ZERO.
011100 77  IX-JOB                      PIC 9(05)   COMP VALUE ZERO.
011200
011300*    VOLUMES DO TESTE: DEZ VEZES O PICO DE PRODUCAO. OS
011400*    HOMONIMOS SAO AS PRIMEIRAS PESSOAS DA MASSA; AS DEMAIS TEM
011500*    NOMES DISTINTOS, CPFS NA LISTA DE CORRECAO E, AS PRIMEIRAS
011600*    DELAS, MOVIMENTO NA PORTARIA.
011700 01  WRK-VOLUMES.
011800     05  WRK-VOL-HOMONIMOS       PIC 9(05)   COMP VALUE 300.
011900     05  WRK-VOL-CORRECAO        PIC 9(05)   COMP VALUE 5000.
012000     05  WRK-VOL-PRESENTES       PIC 9(05)   COMP VALUE 2000.
012100     05  WRK-VOL-JOBS            PIC 9(05)   COMP VALUE 200.
012200     05  WRK-VOL-CADASTRO        PIC 9(05)   COMP VALUE ZERO.
012300     05  WRK-VOL-PRIM-PRESENTE   PIC 9(05)   COMP VALUE ZERO.
012400     05  WRK-VOL-ULT-PRESENTE    PIC 9(05)   COMP VALUE ZERO.
012500
012600 01  WRK-CPF-BASE                PIC 9(11)   VALUE 50000000000.
012700
012800 01  WRK-NOME-MASSA.
012900     05  FILLER                  PIC X(14) VALUE 'PESSOA VOLUME '.
013000     05  WRK-NOME-NUMERO         PIC 9(05).
013100     05  FILLER                  PIC X(01) VALUE SPACES.
013200
013300 01  WRK-NOME-JOB.
013400     05  FILLER                  PIC X(04) VALUE 'VOLJ'.
013500     05  WRK-JOB-NUMERO          PIC 9(04).
013600
013700 01  WRK-HORA-DECOMP.
013800     05  WRK-HORA-HH             PIC 9(02).
013900     05  WRK-HORA-MI             PIC 9(02).
014000     05  WRK-HORA-SG             PIC 9(02).
014100 01  WRK-HORA-DECOMP-N REDEFINES WRK-HORA-DECOMP
014200                                 PIC 9(06).
014300
014400     COPY NEGPARM.
014500
014600     COPY DATPARM.
014700
014800***************************************************************
014900 PROCEDURE DIVISION.
015000***************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
015300     PERFORM 2000-GERAR-CADASTRO THRU 2000-GERAR-CADASTRO-EXIT.
015400     PERFORM 3000-GERAR-CORRECAO THRU 3000-GERAR-CORRECAO-EXIT.
015500     PERFORM 4000-GERAR-MOVIMENTO THRU 4000-GERAR-MOVIMENTO-EXIT.
015600     PERFORM 5000-GERAR-JANELA THRU 5000-GERAR-JANELA-EXIT.
015700     PERFORM 6000-GERAR-CONTROLE THRU 6000-GERAR-CONTROLE-EXIT.
015800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
015900     PERFORM 9500-EXIBIR-ESPERADO THRU 9500-EXIBIR-ESPERADO-EXIT.
016000     IF WRK-QTDE-ERROS > ZERO
016100         DISPLAY 'ERRO: FALHAS DE GRAVACAO NA MASSA: '
016200             WRK-QTDE-ERROS
016300         MOVE 8 TO RETURN-CODE
016400     END-IF.
016500     STOP RUN.
016600
016700***************************************************************
016800*    DATA DE NEGOCIO CORRENTE E ABERTURA DO DIA (ROTINA DATNEG),*
016900*    DIA SEGUINTE PARA A VIRADA DA MEIA-NOITE (ROTINA DATCALC)  *
017000*    E ABERTURA DOS ARQUIVOS DE TESTE. QUALQUER FALHA DE        *
017100*    ABERTURA ENCERRA COM RC 8.                                 *
017200***************************************************************
017300 1000-INICIALIZAR.
017400     COMPUTE WRK-VOL-CADASTRO =
017500         WRK-VOL-HOMONIMOS + WRK-VOL-CORRECAO.
017600     COMPUTE WRK-VOL-PRIM-PRESENTE = WRK-VOL-HOMONIMOS + 1.
017700     COMPUTE WRK-VOL-ULT-PRESENTE =
017800         WRK-VOL-HOMONIMOS + WRK-VOL-PRESENTES.
017900     SET DATNEG-FUNC-CORRENTE TO TRUE.
018000     CALL 'DATNEG' USING DATNEG-PARM.
018100     MOVE DATNEG-DATA TO WRK-DATA-NEGOCIO.
018200     MOVE DATNEG-ABERTURA-HORA TO WRK-HORA-DECOMP-N.
018300     COMPUTE WRK-SEG-JANELA =
018400         WRK-HORA-HH * 3600 + WRK-HORA-MI * 60 + WRK-HORA-SG.
018500     SET DATCALC-FUNC-SOMAR TO TRUE.
018600     MOVE DATNEG-ABERTURA-DATA TO DATCALC-DATA.
018700     MOVE 1 TO DATCALC-DIAS.
018800     CALL 'DATCALC' USING DATCALC-PARM.
018900     MOVE DATCALC-DATA-FINAL TO WRK-DATA-SEGUINTE.
019000     DISPLAY 'DATA DE NEGOCIO DA MASSA: ' WRK-DATA-NEGOCIO.
019100     OPEN OUTPUT CADASTRO-PESSOAS.
019200     OPEN OUTPUT CORRECAO.
019300     OPEN OUTPUT MOVIMENTO.
019400     OPEN OUTPUT RUNCONTROLE.
019500     OPEN OUTPUT EXPCONTROLE.
019600     IF NOT CADPES-OK OR NOT CADWRK-OK OR NOT CADMOV-OK
019700         OR NOT CADRUN-OK OR NOT CADCTL-OK
019800         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVOS DE TESTE - '
019900             'CADPES ' WS-CADPES-STATUS
020000             ' CADWRK ' WS-CADWRK-STATUS
020100             ' CADMOV ' WS-CADMOV-STATUS
020200             ' CADRUN ' WS-CADRUN-STATUS
020300             ' CADCTL ' WS-CADCTL-STATUS
020400         MOVE 8 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700 1000-INICIALIZAR-EXIT.
020800     EXIT.
020900
021000***************************************************************
021100*    ARQUIVO MESTRE DE TESTE, EM ORDEM DE CPF: PRIMEIRO OS      *
021200*    HOMONIMOS (MESMO NOME E NASCIMENTO, CPFS DIFERENTES) E     *
021300*    DEPOIS AS PESSOAS DE NOME DISTINTO. TODOS ATIVOS E         *
021400*    CADASTRADOS MUITO ANTES DA ULTIMA EXPORTACAO, PARA QUE O   *
021500*    DELTA ENVIE SOMENTE OS CPFS DA LISTA DE CORRECAO.          *
021600***************************************************************
021700 2000-GERAR-CADASTRO.
021800     PERFORM 2100-GRAVAR-PESSOA THRU 2100-GRAVAR-PESSOA-EXIT
021900         VARYING IX-PESSOA FROM 1 BY 1
022000         UNTIL IX-PESSOA > WRK-VOL-CADASTRO.
022100 2000-GERAR-CADASTRO-EXIT.
022200     EXIT.
022300
022400 2100-GRAVAR-PESSOA.
022500     MOVE SPACES TO PESSOA-REC.
022600     IF IX-PESSOA NOT > WRK-VOL-HOMONIMOS
022700         MOVE 'HOMONIMO VOLUME'  TO PESSOA-NOME
022800         MOVE 19800101           TO PESSOA-DT-NASCTO
022900     ELSE
023000         MOVE IX-PESSOA          TO WRK-NOME-NUMERO
023100         MOVE WRK-NOME-MASSA     TO PESSOA-NOME
023200         MOVE 19900615           TO PESSOA-DT-NASCTO
023300     END-IF.
023400     COMPUTE PESSOA-CPF = WRK-CPF-BASE + IX-PESSOA.
023500     MOVE 40                     TO PESSOA-IDADE.
023600     MOVE 20000101               TO PESSOA-DT-CADASTRO.
023700     MOVE 'A'                    TO PESSOA-STATUS.
023800     MOVE ZEROS                  TO PESSOA-DT-INATIVACAO.
023900     WRITE PESSOA-REC
024000         INVALID KEY
024100             ADD 1 TO WRK-QTDE-ERROS
024200         NOT INVALID KEY
024300             ADD 1 TO WRK-QTDE-PESSOAS
024400     END-WRITE.
024500 2100-GRAVAR-PESSOA-EXIT.
024600     EXIT.
024700
024800***************************************************************
024900*    LISTA DE CORRECAO COM OS CPFS DE NOME DISTINTO, GRAVADA EM *
025000*    ORDEM DECRESCENTE DE CPF (O PROCESSAMENTO DO RETORNO NAO   *
025100*    GARANTE ORDEM).                                            *
025200***************************************************************
025300 3000-GERAR-CORRECAO.
025400     PERFORM 3100-GRAVAR-CORRECAO THRU 3100-GRAVAR-CORRECAO-EXIT
025500         VARYING IX-PESSOA FROM WRK-VOL-CADASTRO BY -1
025600         UNTIL IX-PESSOA NOT > WRK-VOL-HOMONIMOS.
025700 3000-GERAR-CORRECAO-EXIT.
025800     EXIT.
025900
026000 3100-GRAVAR-CORRECAO.
026100     MOVE SPACES TO CORWRK-REC.
026200     COMPUTE COR-CPF = WRK-CPF-BASE + IX-PESSOA.
026300     MOVE IX-PESSOA              TO WRK-NOME-NUMERO.
026400     MOVE WRK-NOME-MASSA         TO COR-NOME.
026500     MOVE 'TESTE DE VOLUME'      TO COR-MOTIVO.
026600     MOVE WRK-DATA-NEGOCIO       TO COR-DT-RETORNO.
026700     WRITE CORWRK-REC.
026800     IF CADWRK-OK
026900         ADD 1 TO WRK-QTDE-CORRECAO
027000     ELSE
027100         ADD 1 TO WRK-QTDE-ERROS
027200     END-IF.
027300 3100-GRAVAR-CORRECAO-EXIT.
027400     EXIT.
027500
027600***************************************************************
027700*    MOVIMENTO DA PORTARIA NA DATA DE NEGOCIO: TODAS AS ENTRADAS*
027800*    E DEPOIS AS SAIDAS, UM MOVIMENTO POR SEGUNDO A PARTIR DE   *
027900*    00:00:01. UMA PESSOA EM CADA DEZ NAO REGISTRA SAIDA E UMA  *
028000*    EM CADA CINQUENTA TEM ANTES UMA TENTATIVA RECUSADA.        *
028100***************************************************************
028200 4000-GERAR-MOVIMENTO.
028300     MOVE ZERO TO WRK-SEG-MOVIMENTO.
028400     PERFORM 4100-GRAVAR-ENTRADA THRU 4100-GRAVAR-ENTRADA-EXIT
028500         VARYING IX-PESSOA FROM WRK-VOL-PRIM-PRESENTE BY 1
028600         UNTIL IX-PESSOA > WRK-VOL-ULT-PRESENTE.
028700     PERFORM 4200-GRAVAR-SAIDA THRU 4200-GRAVAR-SAIDA-EXIT
028800         VARYING IX-PESSOA FROM WRK-VOL-PRIM-PRESENTE BY 1
028900         UNTIL IX-PESSOA > WRK-VOL-ULT-PRESENTE.
029000 4000-GERAR-MOVIMENTO-EXIT.
029100     EXIT.
029200
029300 4100-GRAVAR-ENTRADA.
029400     DIVIDE IX-PESSOA BY 50
029500         GIVING WRK-QUOCIENTE
029600         REMAINDER WRK-RESTO.
029700     IF WRK-RESTO = ZERO
029750         MOVE SPACES             TO MOVPOR-REC
029800         SET MOV-RECUSADO        TO TRUE
029900         MOVE 'TESTE DE VOLUME'  TO MOV-MOTIVO
030000         SET MOV-ENTRADA         TO TRUE
030100         PERFORM 4300-GRAVAR-MOVIMENTO
030200             THRU 4300-GRAVAR-MOVIMENTO-EXIT
030300         ADD 1 TO WRK-QTDE-RECUSADAS
030400     END-IF.
030450     MOVE SPACES                 TO MOVPOR-REC.
030500     SET MOV-ADMITIDO            TO TRUE.
030600     MOVE SPACES                 TO MOV-MOTIVO.
030700     SET MOV-ENTRADA             TO TRUE.
030800     PERFORM 4300-GRAVAR-MOVIMENTO
030900         THRU 4300-GRAVAR-MOVIMENTO-EXIT.
031000 4100-GRAVAR-ENTRADA-EXIT.
031100     EXIT.
031200
031300 4200-GRAVAR-SAIDA.
031400     DIVIDE IX-PESSOA BY 10
031500         GIVING WRK-QUOCIENTE
031600         REMAINDER WRK-RESTO.
031700     IF WRK-RESTO = ZERO
031800         ADD 1 TO WRK-QTDE-SEM-SAIDA
031900     ELSE
031950         MOVE SPACES             TO MOVPOR-REC
032000         SET MOV-ADMITIDO        TO TRUE
032100         MOVE SPACES             TO MOV-MOTIVO
032200         SET MOV-SAIDA           TO TRUE
032300         PERFORM 4300-GRAVAR-MOVIMENTO
032400             THRU 4300-GRAVAR-MOVIMENTO-EXIT
032500     END-IF.
032600 4200-GRAVAR-SAIDA-EXIT.
032700     EXIT.
032800
032900***************************************************************
033000*    GRAVA O MOVIMENTO DA PESSOA IX-PESSOA. O CHAMADOR LIMPA O  *
033100*    REGISTRO E PREENCHE TIPO, RESULTADO E MOTIVO.              *
033200***************************************************************
033300 4300-GRAVAR-MOVIMENTO.
033400     ADD 1 TO WRK-SEG-MOVIMENTO.
033500     MOVE WRK-SEG-MOVIMENTO      TO WRK-SEG-CORRENTE.
033600     PERFORM 7000-CONVERTER-HORA THRU 7000-CONVERTER-HORA-EXIT.
033700     MOVE WRK-DATA-NEGOCIO       TO MOV-DATA.
033800     MOVE WRK-HORA-DECOMP-N      TO MOV-HORA.
033900     COMPUTE MOV-CPF = WRK-CPF-BASE + IX-PESSOA.
034000     MOVE IX-PESSOA              TO WRK-NOME-NUMERO.
034100     MOVE WRK-NOME-MASSA         TO MOV-NOME.
034200     WRITE MOVPOR-REC.
034300     IF CADMOV-OK
034400         ADD 1 TO WRK-QTDE-MOVIMENTOS
034500     ELSE
034600         ADD 1 TO WRK-QTDE-ERROS
034700     END-IF.
034800 4300-GRAVAR-MOVIMENTO-EXIT.
034900     EXIT.
035000
035100***************************************************************
035200*    CONTROLE DA JANELA DE TESTE, A PARTIR DA ABERTURA DO DIA DE*
035300*    NEGOCIO, UM REGISTRO POR SEGUNDO: O BALANCEAMENTO PROGCB28 *
035400*    COM RC ZERO (QUE LIBERA O GATE DA EXPORTACAO) E OS         *
035500*    PROGRAMAS DE VOLUME VOLJNNNN, UM EM CADA VINTE E CINCO SEM *
035600*    O REGISTRO DE FIM.                                         *
035700***************************************************************
035800 5000-GERAR-JANELA.
035850     MOVE SPACES                 TO RUNLOG-REC.
035900     MOVE 'PROGCB28'             TO RUN-JOB.
036000     SET RUN-INICIO              TO TRUE.
036100     MOVE ZEROS                  TO RUN-QTDE.
036200     MOVE ZEROS                  TO RUN-RC.
036300     PERFORM 5200-GRAVAR-RUN THRU 5200-GRAVAR-RUN-EXIT.
036333     MOVE SPACES                 TO RUNLOG-REC.
036366     MOVE 'PROGCB28'             TO RUN-JOB.
036400     SET RUN-FIM                 TO TRUE.
036500     MOVE WRK-QTDE-PESSOAS       TO RUN-QTDE.
036550     MOVE ZEROS                  TO RUN-RC.
036600     PERFORM 5200-GRAVAR-RUN THRU 5200-GRAVAR-RUN-EXIT.
036700     PERFORM 5100-GRAVAR-JOB THRU 5100-GRAVAR-JOB-EXIT
036800         VARYING IX-JOB FROM 1 BY 1
036900         UNTIL IX-JOB > WRK-VOL-JOBS.
037000 5000-GERAR-JANELA-EXIT.
037100     EXIT.
037200
037300 5100-GRAVAR-JOB.
037400     MOVE IX-JOB                 TO WRK-JOB-NUMERO.
037450     MOVE SPACES                 TO RUNLOG-REC.
037500     MOVE WRK-NOME-JOB           TO RUN-JOB.
037600     SET RUN-INICIO              TO TRUE.
037700     MOVE ZEROS                  TO RUN-QTDE.
037800     MOVE ZEROS                  TO RUN-RC.
037900     PERFORM 5200-GRAVAR-RUN THRU 5200-GRAVAR-RUN-EXIT.
038000     DIVIDE IX-JOB BY 25
038100         GIVING WRK-QUOCIENTE
038200         REMAINDER WRK-RESTO.
038300     IF WRK-RESTO = ZERO
038400         ADD 1 TO WRK-QTDE-SEM-FIM
038500         GO TO 5100-GRAVAR-JOB-EXIT
038600     END-IF.
038633     MOVE SPACES                 TO RUNLOG-REC.
038666     MOVE WRK-NOME-JOB           TO RUN-JOB.
038700     SET RUN-FIM                 TO TRUE.
038800     COMPUTE RUN-QTDE = IX-JOB * 100.
038850     MOVE ZEROS                  TO RUN-RC.
038900     PERFORM 5200-GRAVAR-RUN THRU 5200-GRAVAR-RUN-EXIT.
039000 5100-GRAVAR-JOB-EXIT.
039100     EXIT.
039200
039300***************************************************************
039400*    GRAVA O REGISTRO DE CONTROLE NO SEGUNDO SEGUINTE DA JANELA.*
039500*    O CHAMADOR LIMPA O REGISTRO E PREENCHE PROGRAMA, TIPO,     *
039550*    QUANTIDADE E RC.                                           *
039600***************************************************************
039700 5200-GRAVAR-RUN.
039800     ADD 1 TO WRK-SEG-JANELA.
039900     MOVE WRK-SEG-JANELA         TO WRK-SEG-CORRENTE.
040000     PERFORM 7000-CONVERTER-HORA THRU 7000-CONVERTER-HORA-EXIT.
040100     MOVE WRK-DATA-CORRENTE      TO RUN-DATA.
040200     MOVE WRK-HORA-DECOMP-N      TO RUN-HORA.
040300     WRITE RUNLOG-REC.
040400     IF CADRUN-OK
040500         ADD 1 TO WRK-QTDE-RUN
040600     ELSE
040700         ADD 1 TO WRK-QTDE-ERROS
040800     END-IF.
040900 5200-GRAVAR-RUN-EXIT.
041000     EXIT.
041100
041200***************************************************************
041300*    CONTROLE DA EXPORTACAO DE TESTE: ULTIMA EXPORTACAO NA DATA *
041400*    DE NEGOCIO, PARA O DELTA TER BASE E NAO ENVIAR O CADASTRO  *
041500*    ANTIGO DA MASSA.                                           *
041600***************************************************************
041700 6000-GERAR-CONTROLE.
041800     MOVE SPACES TO EXPCTL-REC.
041900     MOVE WRK-DATA-NEGOCIO TO EXPCTL-DT-ULT-EXP.
042000     WRITE EXPCTL-REC.
042100     IF NOT CADCTL-OK
042200         ADD 1 TO WRK-QTDE-ERROS
042300     END-IF.
042400 6000-GERAR-CONTROLE-EXIT.
042500     EXIT.
042600
042700***************************************************************
042800*    CONVERTE WRK-SEG-CORRENTE (SEGUNDOS DESDE 00:00 DA DATA DE *
042900*    ABERTURA) EM DATA E HORA HHMMSS. PASSANDO DE 24 HORAS, VALE*
043000*    O DIA SEGUINTE.                                            *
043100***************************************************************
043200 7000-CONVERTER-HORA.
043300     MOVE DATNEG-ABERTURA-DATA TO WRK-DATA-CORRENTE.
043400     IF WRK-SEG-CORRENTE NOT < 86400
043500         SUBTRACT 86400 FROM WRK-SEG-CORRENTE
043600         MOVE WRK-DATA-SEGUINTE TO WRK-DATA-CORRENTE
043700     END-IF.
043800     DIVIDE WRK-SEG-CORRENTE BY 3600
043900         GIVING WRK-HORA-HH
044000         REMAINDER WRK-SEG-RESTO.
044100     DIVIDE WRK-SEG-RESTO BY 60
044200         GIVING WRK-HORA-MI
044300         REMAINDER WRK-HORA-SG.
044400 7000-CONVERTER-HORA-EXIT.
044500     EXIT.
044600
044700***************************************************************
044800*    ENCERRAMENTO DOS ARQUIVOS                                  *
044900***************************************************************
045000 9000-FINALIZAR.
045100     CLOSE CADASTRO-PESSOAS.
045200     CLOSE CORRECAO.
045300     CLOSE MOVIMENTO.
045400     CLOSE RUNCONTROLE.
045500     CLOSE EXPCONTROLE.
045600 9000-FINALIZAR-EXIT.
045700     EXIT.
045800
045900***************************************************************
046000*    QUANTIDADES GRAVADAS E RESULTADOS ESPERADOS DE CADA        *
046100*    PROGRAMA NOS STEPS SEGUINTES DO JCL DE TESTE.              *
046200***************************************************************
046300 9500-EXIBIR-ESPERADO.
046400     DISPLAY 'PESSOAS NO MESTRE DE TESTE   : ' WRK-QTDE-PESSOAS.
046500     DISPLAY 'CPFS NA LISTA DE CORRECAO    : ' WRK-QTDE-CORRECAO.
046600     DISPLAY 'MOVIMENTOS DA PORTARIA       : '
046700         WRK-QTDE-MOVIMENTOS.
046800     DISPLAY 'REGISTROS DE CONTROLE        : ' WRK-QTDE-RUN.
046900     DISPLAY 'ESPERADO PROGCB20 - PESSOAS NO RESUMO  : '
047000         WRK-VOL-PRESENTES.
047100     DISPLAY 'ESPERADO PROGCB20 - ENTROU E NAO SAIU  : '
047200         WRK-QTDE-SEM-SAIDA.
047300     DISPLAY 'ESPERADO PROGCB20 - RECUSADAS          : '
047400         WRK-QTDE-RECUSADAS.
047500     DISPLAY 'ESPERADO PROGCB05 - REGISTROS EXPORTADOS: '
047600         WRK-QTDE-CORRECAO.
047700     DISPLAY 'ESPERADO PROGCB15 - PROGRAMAS VOLJNNNN : '
047800         WRK-VOL-JOBS.
047900     DISPLAY 'ESPERADO PROGCB15 - JOBS SEM FIM       : '
048000         WRK-QTDE-SEM-FIM.
048100     DISPLAY 'ESPERADO PROGCB17 - GRUPOS SUSPEITOS   : 1'.
048200     DISPLAY 'ESPERADO PROGCB17 - REGISTROS ENVOLVIDOS: '
048300         WRK-VOL-HOMONIMOS.
048400 9500-EXIBIR-ESPERADO-EXIT.
048500     EXIT.
