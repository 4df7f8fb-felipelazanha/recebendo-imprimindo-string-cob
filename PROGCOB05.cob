001528*                       CADEND, COPYBOOK ENDCON) INCLUIDOS NAS   *
001530*                       COLUNAS DO CSV; LINHA AMPLIADA DE 55     *
001532*                       PARA 162 POSICOES.                       *
001533*    2026-10-15 EMC     EXPORTACAO RECUSADA (RC 8) SEM FIM COM  *
001534*                       RC ZERO DO BALANCEAMENTO DO MESTRE      *
001535*                       PROGCB28 NA MESMA DATA.                 *
001536*    2026-10-15 EMC     DATA DO CONTROLE DA EXPORTACAO (CORTE   *
001537*                       DO DELTA) PELA DATA DE NEGOCIO (ROTINA  *
001538*                       DATNEG); HEADER E TRAILER DO CSV        *
001539*                       CONTINUAM COM A DATA-HORA DO RELOGIO.   *
001540*    2026-10-15 EMC     LISTA DE CORRECAO ORDENADA POR CPF (SORT)*
001541*                       E CASADA COM A LEITURA DO MESTRE, SEM A *
001542*                       TABELA DE 500 CPFS (E SEM O RC 4 DE     *
001543*                       ESTOURO).                               *
001544***************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. PROGCOB05.
001800 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
003396     SELECT CORRECAO ASSIGN TO "CADWRK"
003397         ORGANIZATION IS SEQUENTIAL
003398         FILE STATUS IS WS-CADWRK-STATUS.
003399
003400     SELECT ORDENACAO-CORRECAO ASSIGN TO "SORTWK1".
003401 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CADASTRO-PESSOAS
003700     LABEL RECORDS ARE STANDARD.
004594     LABEL RECORDS ARE STANDARD.
004596     COPY CORWRK.
004600
004616*    CPFS DA LISTA DE CORRECAO, NA ORDEM DE CPF DO ARQUIVO MESTRE.
004632 SD  ORDENACAO-CORRECAO.
004648 01  SRT-COR-REG.
004664     05  SCR-CPF                 PIC 9(11).
004680
004700 WORKING-STORAGE SECTION.
004800 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
004900     88  CADPES-OK                   VALUE '00'.
005185     88  CADWRK-OK                   VALUE '00'.
005187     88  CADWRK-NAO-EXISTE           VALUE '35'.
005189     88  FIM-CADWRK                  VALUE '10'.
005191 77  WRK-QTDE-CORRECAO           PIC 9(09)   COMP VALUE ZERO.
005193 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
005194     88  FIM-ORDENACAO               VALUE 'S'.
005195 77  SW-CPF-CORRECAO             PIC X(01)   VALUE 'N'.
005197     88  CPF-NA-CORRECAO             VALUE 'S'.
005200 77  WRK-TOTAL-REGISTROS         PIC 9(09)   COMP VALUE ZERO.
005250     88  TEM-BASELINE                VALUE 'S'.
005260 77  SW-FIM-CTL                  PIC X(01)   VALUE 'N'.
005270     88  FIM-CTL                     VALUE 'S'.
005276
005278     COPY RUNPARM.
005279
005280     COPY NEGPARM.
005281
005282 01  WS-DATA-SISTEMA.
005284     05  WS-DATA-AAAA            PIC 9(04).
005286     05  WS-DATA-MM              PIC 9(02).
008800 0000-MAINLINE.
008810     PERFORM 0500-REGISTRAR-INICIO
008820         THRU 0500-REGISTRAR-INICIO-EXIT.
008826     PERFORM 0600-VERIFICAR-JANELA
008832         THRU 0600-VERIFICAR-JANELA-EXIT.
008838     IF RUNCTL-GATE-FALHOU
008844         DISPLAY 'EXPORTACAO RECUSADA: SEM BALANCEAMENTO '
008850             'PROGCB28 CONCLUIDO COM RC ZERO NA DATA DE HOJE'
008856         MOVE 8 TO RETURN-CODE
008862         MOVE ZEROS TO RUNCTL-QTDE
008868         MOVE 8     TO RUNCTL-RC
008874         PERFORM 8900-REGISTRAR-FIM
008880             THRU 8900-REGISTRAR-FIM-EXIT
008886         STOP RUN
008892     END-IF.
008900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
008930     SORT ORDENACAO-CORRECAO
008960         ON ASCENDING KEY SCR-CPF
008990         INPUT PROCEDURE IS 1300-CARREGAR-CORRECAO
009020             THRU 1300-CARREGAR-CORRECAO-EXIT
009050         OUTPUT PROCEDURE IS 1900-EXPORTAR-REGISTROS
009080             THRU 1900-EXPORTAR-REGISTROS-EXIT.
009110     PERFORM 3000-GRAVAR-TRAILER THRU 3000-GRAVAR-TRAILER-EXIT.
009120     PERFORM 4000-GRAVAR-CONTROLE
009130         THRU 4000-GRAVAR-CONTROLE-EXIT.
009520 0500-REGISTRAR-INICIO-EXIT.
009530     EXIT.
009540
009541***************************************************************
009542*    SO PERMITE A EXPORTACAO SE O BALANCEAMENTO DO MESTRE       *
009543*    (PROGCB28) TERMINOU COM RC ZERO NA MESMA DATA: MESTRE      *
009544*    ALTERADO FORA DOS PROGRAMAS NAO SAI PARA O DESTINO.        *
009545***************************************************************
009546 0600-VERIFICAR-JANELA.
009547     SET RUNCTL-FUNC-GATE TO TRUE.
009548     MOVE 'PROGCB05' TO RUNCTL-JOB.
009549     MOVE 'PROGCB28' TO RUNCTL-GATE-JOB.
009550     CALL 'RUNCTL' USING RUNCTL-PARM.
009551 0600-VERIFICAR-JANELA-EXIT.
009552     EXIT.
009553
009554***************************************************************
009560*    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA JANELA NOTURNA.  *
009570*    O CHAMADOR PREENCHE RUNCTL-QTDE.                           *
009580***************************************************************
010200     ELSE
010202         MOVE 'FULL ' TO WRK-PARM-MODO
010204     END-IF.
010209     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
010210     ACCEPT WS-HORA-SISTEMA FROM TIME.
010212     MOVE WS-DATA-SISTEMA TO HDR-DATA.
010400 1000-INICIALIZAR-EXIT.
010500     EXIT.
010600
010606***************************************************************
010612*    PROCEDIMENTO DE SAIDA DA ORDENACAO DA LISTA DE CORRECAO:   *
010618*    PERCORRE O ARQUIVO MESTRE, EM ORDEM DE CPF, CASANDO CADA   *
010624*    REGISTRO COM A LISTA JA ORDENADA.                          *
010630***************************************************************
010636 1900-EXPORTAR-REGISTROS.
010642     MOVE 'N' TO SW-FIM-ORDENACAO.
010648     PERFORM 2400-RETORNAR-CORRECAO
010654         THRU 2400-RETORNAR-CORRECAO-EXIT.
010660     PERFORM 2000-EXPORTAR-CADASTRO
010666         THRU 2000-EXPORTAR-CADASTRO-EXIT
010672         UNTIL FIM-CADASTRO.
010678 1900-EXPORTAR-REGISTROS-EXIT.
010684     EXIT.
010700***************************************************************
010800*    PARA CADA PESSOA-REC ATIVO (E, NO MODO DELTA, CADASTRADO    *
010850*    A PARTIR DA DATA DA ULTIMA EXPORTACAO), GRAVA UMA LINHA     *
013190     EXIT.
013191
013192***************************************************************
013193*    PROCEDIMENTO DE ENTRADA DA ORDENACAO: NO MODO DELTA,       *
013194*    LIBERA OS CPFS DA LISTA DE CORRECAO GRAVADA PELO           *
013195*    PROCESSAMENTO DO RETORNO DO DESTINO. LISTA AUSENTE OU      *
013196*    VAZIA (OU MODO FULL) NAO LIBERA NADA.                      *
013197***************************************************************
013198 1300-CARREGAR-CORRECAO.
013199     IF NOT MODO-DELTA
013200         GO TO 1300-CARREGAR-CORRECAO-EXIT
013201     END-IF.
013202     OPEN INPUT CORRECAO.
013203     IF NOT CADWRK-OK
013204         IF NOT CADWRK-NAO-EXISTE
013205             DISPLAY 'ERRO: FALHA AO ABRIR LISTA DE CORRECAO '
013206                 '- STATUS ' WS-CADWRK-STATUS
013207         END-IF
013208         GO TO 1300-CARREGAR-CORRECAO-FIM
013209     END-IF.
013210     PERFORM 1350-LER-CORRECAO THRU 1350-LER-CORRECAO-EXIT
013211         UNTIL FIM-CADWRK.
013212     IF WRK-QTDE-CORRECAO > ZERO
013213         DISPLAY 'CPFS DA LISTA DE CORRECAO NO DELTA: '
013214             WRK-QTDE-CORRECAO
013215     END-IF.
013216 1300-CARREGAR-CORRECAO-FIM.
013217     CLOSE CORRECAO.
013218 1300-CARREGAR-CORRECAO-EXIT.
013219     EXIT.
013220
013221 1350-LER-CORRECAO.
013222     READ CORRECAO
013223         AT END
013224             SET FIM-CADWRK TO TRUE
013225         NOT AT END
013227             ADD 1 TO WRK-QTDE-CORRECAO
013229             MOVE COR-CPF TO SCR-CPF
013231             RELEASE SRT-COR-REG
013233     END-READ.
013234 1350-LER-CORRECAO-EXIT.
013235     EXIT.
013236
013237***************************************************************
013238*    VERIFICA SE O CPF DO REGISTRO CORRENTE ESTA NA LISTA DE    *
013239*    CORRECAO: AVANCA A LISTA ORDENADA ATE UM CPF IGUAL OU      *
013240*    MAIOR QUE O DO MESTRE. CPFS DA LISTA AUSENTES DO MESTRE    *
013241*    SAO PULADOS; CPF REPETIDO NA LISTA CONTA UMA VEZ.          *
013242***************************************************************
013243 2300-VERIFICAR-CORRECAO.
013244     MOVE 'N' TO SW-CPF-CORRECAO.
013245     PERFORM 2400-RETORNAR-CORRECAO
013246         THRU 2400-RETORNAR-CORRECAO-EXIT
013247         UNTIL FIM-ORDENACAO OR SCR-CPF NOT < PESSOA-CPF.
013248     IF NOT FIM-ORDENACAO
013249         IF SCR-CPF = PESSOA-CPF
013250             SET CPF-NA-CORRECAO TO TRUE
013251         END-IF
013252     END-IF.
013253 2300-VERIFICAR-CORRECAO-EXIT.
013254     EXIT.
013255
013256 2400-RETORNAR-CORRECAO.
013257     RETURN ORDENACAO-CORRECAO
013258         AT END
013259             SET FIM-ORDENACAO TO TRUE
013260     END-RETURN.
013261 2400-RETORNAR-CORRECAO-EXIT.
013262     EXIT.
013263
013264***************************************************************
013265*    VERIFICA O STATUS DA ULTIMA GRAVACAO NO ARQUIVO CSV E       *
013266*    AVISA O OPERADOR EM CASO DE FALHA.                          *
013267***************************************************************
013268 8100-VERIFICAR-CADCSV.
013269     IF NOT CADCSV-OK
013270         DISPLAY 'ERRO: FALHA AO GRAVAR CSV - STATUS '
013271             WS-CADCSV-STATUS
013272     END-IF.
013273 8100-VERIFICAR-CADCSV-EXIT.
013274     EXIT.
013275
013276***************************************************************
013277*    ENCERRAMENTO DOS ARQUIVOS                                  *
013278***************************************************************
013279 9000-FINALIZAR.
013600     CLOSE CADASTRO-PESSOAS.
013650     CLOSE ENDERECO-CONTATO.
013700     CLOSE EXPCSV.
014510     EXIT.
014520
014530***************************************************************
014540*    REGRAVA O ARQUIVO DE CONTROLE COM A DATA DE NEGOCIO DESTA  *
014545*    EXPORTACAO.                                                *
014550*    O JCL SUBSTITUI O CONTROLE CORRENTE PELO NOVO SOMENTE EM   *
014560*    TERMINO NORMAL DO STEP.                                    *
014570***************************************************************
014580 4000-GRAVAR-CONTROLE.
014590     OPEN OUTPUT EXPCONTROLE-NOVO.
014600     SET DATNEG-FUNC-CORRENTE TO TRUE.
014605     CALL 'DATNEG' USING DATNEG-PARM.
014607     MOVE DATNEG-DATA TO WRK-CTL-DATA.
014610     WRITE CADCTN-REG FROM WRK-CTL-NOVO.
014620     IF NOT CADCTN-OK
014630         DISPLAY 'ERRO: FALHA AO GRAVAR CONTROLE DA '
