000500*                   VALIDADO PELA ROTINA CPFVAL E CONFERIDO NO  *
000600*                   ARQUIVO MESTRE CADASTRO.PESSOAS (DDNAME     *
000700*                   CADPES). SOMENTE PESSOAS COM REGISTRO       *
000800*                   ATIVO SAO ADMITIDAS; NA ENTRADA, EXIGE      *
000810*                   AUTORIZACAO VIGENTE NO ARQUIVO CADACE.      *
000900*                   CADA TENTATIVA, ADMITIDA OU RECUSADA        *
001000*                   (INATIVO, AUSENTE OU SEM AUTORIZACAO),      *
001050*                   GRAVA UM MOVIMENTO NO ARQUIVO DA            *
001100*                   PORTARIA (DDNAME CADMOV, COPYBOOK MOVPOR)   *
001200*                   PARA O RELATORIO DIARIO DE PRESENCA.        *
001300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001800*    DATA       AUTOR   DESCRICAO                                *
001900*    2026-09-03 EMC     VERSAO ORIGINAL - CAPTURA DE ENTRADA    *
002000*                       E SAIDA DA PORTARIA.                    *
002020*    2026-10-15 EMC     ENTRADA CONFERIDA NO ARQUIVO DE         *
002040*                       AUTORIZACOES (CADACE): PERIODO, DIAS DA *
002060*                       SEMANA E JANELA DE HORARIO, COM MOTIVO  *
002080*                       DE RECUSA PROPRIO PARA CADA CASO.       *
002085*    2026-10-15 EMC     SO A AUSENCIA DO CADACE (STATUS 35)     *
002090*                       ADMITE ENTRADA SEM CONFERENCIA; OUTRA   *
002095*                       FALHA NA ABERTURA RECUSA A ENTRADA.     *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PROGCOB19.
003900     SELECT MOVIMENTO ASSIGN TO "CADMOV"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CADMOV-STATUS.
004114
004128     SELECT AUTORIZACAO-ACESSO ASSIGN TO "CADACE"
004142         ORGANIZATION IS INDEXED
004156         ACCESS MODE IS RANDOM
004170         RECORD KEY IS AUT-CPF
004184         FILE STATUS IS WS-CADACE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CADASTRO-PESSOAS
004800 FD  MOVIMENTO
004900     LABEL RECORDS ARE STANDARD.
005000     COPY MOVPOR.
005020
005040 FD  AUTORIZACAO-ACESSO
005060     LABEL RECORDS ARE STANDARD.
005080     COPY AUTACE.
005100
005200 WORKING-STORAGE SECTION.
005300 77  WS-CADPES-STATUS        PIC X(02)   VALUE '00'.
005600 77  WS-CADMOV-STATUS        PIC X(02)   VALUE '00'.
005700     88  CADMOV-OK               VALUE '00'.
005800     88  CADMOV-NAO-EXISTE       VALUE '35'.
005833 77  WS-CADACE-STATUS        PIC X(02)   VALUE '00'.
005866     88  CADACE-OK               VALUE '00'.
005883     88  CADACE-NAO-EXISTE       VALUE '35'.
005900 77  WRK-CPF-ALFA            PIC X(11)   VALUE SPACES.
006000 77  WRK-CPF                 PIC 9(11)   VALUE ZEROS.
006100 77  WRK-OPCAO               PIC X(01)   VALUE SPACE.
006700     88  FIM-VALIDACAO           VALUE 'Y'.
006800 77  SW-CPF-CADASTRADO       PIC X(01)   VALUE 'N'.
006900     88  CPF-CADASTRADO          VALUE 'S'.
006910 77  SW-SEM-CADACE           PIC X(01)   VALUE 'N'.
006920     88  SEM-CADACE              VALUE 'S'.
006923 77  SW-FALHA-CADACE         PIC X(01)   VALUE 'N'.
006926     88  FALHA-CADACE            VALUE 'S'.
006930 77  SW-ACESSO-AUTORIZADO    PIC X(01)   VALUE 'S'.
006940     88  ACESSO-AUTORIZADO       VALUE 'S'.
006950 77  SW-JANELA-ANTERIOR      PIC X(01)   VALUE 'N'.
006960     88  JANELA-ANTERIOR         VALUE 'S'.
006970 77  WRK-HORA-ATUAL          PIC 9(04)   VALUE ZEROS.
006980 77  WRK-DIA-SEMANA          PIC 9(01)   VALUE ZERO.
006990 77  WRK-MOTIVO-RECUSA       PIC X(20)   VALUE SPACES.
007000
007100 01  WS-DATA-HORA-SISTEMA.
007200     05  WS-DATA-SISTEMA.
008000         10  WS-HORA-CENT        PIC 9(02).
008100
008200     COPY CPFPARM.
008233
008266     COPY DATPARM.
008300
008400***************************************************************
008500 PROCEDURE DIVISION.
009300
009400***************************************************************
009500*    ABERTURA DOS ARQUIVOS. O ARQUIVO DE MOVIMENTO E CRIADO     *
009600*    AUTOMATICAMENTE NA PRIMEIRA EXECUCAO. SEM O ARQUIVO DE     *
009650*    AUTORIZACOES, A PORTARIA SEGUE SEM ESSA CONFERENCIA.       *
009700***************************************************************
009800 1000-INICIALIZAR.
009900     OPEN INPUT CADASTRO-PESSOAS.
010700         CLOSE MOVIMENTO
010800         OPEN EXTEND MOVIMENTO
010900     END-IF.
010912     OPEN INPUT AUTORIZACAO-ACESSO.
010924     IF CADACE-NAO-EXISTE
010936         DISPLAY 'AVISO: ARQUIVO DE AUTORIZACOES INEXISTENTE - '
010948             'STATUS ' WS-CADACE-STATUS
010960         DISPLAY 'AVISO: ENTRADAS SEM CONFERENCIA DE AUTORIZACAO'
010972         SET SEM-CADACE TO TRUE
010984     END-IF.
010986     IF NOT CADACE-OK AND NOT CADACE-NAO-EXISTE
010988         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE AUTORIZACOES - '
010990             'STATUS ' WS-CADACE-STATUS
010992         DISPLAY 'ERRO: ENTRADAS SERAO RECUSADAS'
010994         SET FALHA-CADACE TO TRUE
010996     END-IF.
011000 1000-INICIALIZAR-EXIT.
011100     EXIT.
011200
014000
014100***************************************************************
014200*    REGISTRA UMA PASSAGEM (ENTRADA OU SAIDA): CAPTURA O CPF,   *
014300*    CONFERE O REGISTRO MESTRE E, NA ENTRADA, A AUTORIZACAO     *
014350*    DE ACESSO, E GRAVA O MOVIMENTO ADMITIDO OU RECUSADO.       *
014500***************************************************************
014600 3000-REGISTRAR-PASSAGEM.
014700     PERFORM 3200-CAPTURAR-CPF THRU 3200-CAPTURAR-CPF-EXIT.
016700             THRU 8000-GRAVAR-MOVIMENTO-EXIT
016800         GO TO 3000-REGISTRAR-PASSAGEM-EXIT
016900     END-IF.
016906     IF WRK-TIPO-MOV = 'E' AND NOT SEM-CADACE
016912         PERFORM 3500-VERIFICAR-AUTORIZACAO
016918             THRU 3500-VERIFICAR-AUTORIZACAO-EXIT
016924         IF NOT ACESSO-AUTORIZADO
016930             DISPLAY 'ACESSO RECUSADO - ' WRK-MOTIVO-RECUSA
016936                 ': ' PESSOA-NOME
016942             MOVE PESSOA-NOME TO MOV-NOME
016948             SET MOV-RECUSADO TO TRUE
016954             MOVE WRK-MOTIVO-RECUSA TO MOV-MOTIVO
016960             PERFORM 8000-GRAVAR-MOVIMENTO
016966                 THRU 8000-GRAVAR-MOVIMENTO-EXIT
016972             GO TO 3000-REGISTRAR-PASSAGEM-EXIT
016978         END-IF
016984     END-IF.
017000     MOVE PESSOA-NOME TO MOV-NOME.
017100     SET MOV-ADMITIDO TO TRUE.
017200     MOVE SPACES TO MOV-MOTIVO.
022700     END-READ.
022800 3400-LOCALIZAR-PESSOA-EXIT.
022900     EXIT.
022901
022902***************************************************************
022903*    CONFERE A AUTORIZACAO DE ACESSO DO CPF NA ENTRADA:         *
022904*    REGISTRO EXISTENTE, DATA DENTRO DO PERIODO DE VALIDADE,    *
022905*    DIA DA SEMANA PERMITIDO E HORA DENTRO DA JANELA. NA        *
022906*    JANELA QUE PASSA DA MEIA-NOITE, A PARTE DA MADRUGADA       *
022907*    PERTENCE AO DIA DA SEMANA ANTERIOR. COM O ARQUIVO DE       *
022908*    AUTORIZACOES EM FALHA A ENTRADA E RECUSADA. QUANDO         *
022909*    RECUSADA, DEIXA O MOTIVO EM WRK-MOTIVO-RECUSA.             *
022910***************************************************************
022911 3500-VERIFICAR-AUTORIZACAO.
022912     SET ACESSO-AUTORIZADO TO TRUE.
022913     MOVE SPACES TO WRK-MOTIVO-RECUSA.
022914     IF FALHA-CADACE
022915         MOVE 'N' TO SW-ACESSO-AUTORIZADO
022916         MOVE 'AUTORIZ INDISPONIVEL' TO WRK-MOTIVO-RECUSA
022917         GO TO 3500-VERIFICAR-AUTORIZACAO-EXIT
022918     END-IF.
022919     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
022920     ACCEPT WS-HORA-SISTEMA FROM TIME.
022921     MOVE WS-HORA-SISTEMA (1:4) TO WRK-HORA-ATUAL.
022922     MOVE WRK-CPF TO AUT-CPF.
022923     READ AUTORIZACAO-ACESSO
022924         INVALID KEY
022925             MOVE 'N' TO SW-ACESSO-AUTORIZADO
022926             MOVE 'SEM AUTORIZACAO' TO WRK-MOTIVO-RECUSA
022927     END-READ.
022928     IF NOT ACESSO-AUTORIZADO
022929         GO TO 3500-VERIFICAR-AUTORIZACAO-EXIT
022930     END-IF.
022931     IF WS-DATA-SISTEMA < AUT-DT-INICIO
022932         MOVE 'N' TO SW-ACESSO-AUTORIZADO
022933         MOVE 'AUTORIZ NAO INICIADA' TO WRK-MOTIVO-RECUSA
022934         GO TO 3500-VERIFICAR-AUTORIZACAO-EXIT
022935     END-IF.
022936     IF WS-DATA-SISTEMA > AUT-DT-FIM
022937         MOVE 'N' TO SW-ACESSO-AUTORIZADO
022938         MOVE 'AUTORIZACAO VENCIDA' TO WRK-MOTIVO-RECUSA
022939         GO TO 3500-VERIFICAR-AUTORIZACAO-EXIT
022940     END-IF.
022941     MOVE 'N' TO SW-JANELA-ANTERIOR.
022942     IF AUT-HORA-INICIO NOT > AUT-HORA-FIM
022943         IF WRK-HORA-ATUAL < AUT-HORA-INICIO
022944             OR WRK-HORA-ATUAL > AUT-HORA-FIM
022945             MOVE 'N' TO SW-ACESSO-AUTORIZADO
022946         END-IF
022947     ELSE
022948         IF WRK-HORA-ATUAL > AUT-HORA-FIM
022949             AND WRK-HORA-ATUAL < AUT-HORA-INICIO
022950             MOVE 'N' TO SW-ACESSO-AUTORIZADO
022951         END-IF
022952         IF WRK-HORA-ATUAL NOT > AUT-HORA-FIM
022953             SET JANELA-ANTERIOR TO TRUE
022954         END-IF
022955     END-IF.
022956     IF NOT ACESSO-AUTORIZADO
022957         MOVE 'FORA DA JANELA' TO WRK-MOTIVO-RECUSA
022958         GO TO 3500-VERIFICAR-AUTORIZACAO-EXIT
022959     END-IF.
022960     SET DATCALC-FUNC-VALIDAR TO TRUE.
022961     MOVE WS-DATA-SISTEMA TO DATCALC-DATA.
022962     CALL 'DATCALC' USING DATCALC-PARM.
022963     MOVE DATCALC-DIA-SEMANA TO WRK-DIA-SEMANA.
022964     IF JANELA-ANTERIOR
022965         SUBTRACT 1 FROM WRK-DIA-SEMANA
022966         IF WRK-DIA-SEMANA = ZERO
022967             MOVE 7 TO WRK-DIA-SEMANA
022968         END-IF
022969     END-IF.
022970     IF NOT AUT-DIA-PERMITIDO (WRK-DIA-SEMANA)
022971         MOVE 'N' TO SW-ACESSO-AUTORIZADO
022972         MOVE 'FORA DA JANELA' TO WRK-MOTIVO-RECUSA
022973     END-IF.
022974 3500-VERIFICAR-AUTORIZACAO-EXIT.
022975     EXIT.
023000
023100***************************************************************
023200*    GRAVA O MOVIMENTO CORRENTE NO ARQUIVO DA PORTARIA.         *
025400 9000-FINALIZAR.
025500     CLOSE CADASTRO-PESSOAS.
025600     CLOSE MOVIMENTO.
025625     IF NOT SEM-CADACE AND NOT FALHA-CADACE
025650         CLOSE AUTORIZACAO-ACESSO
025675     END-IF.
025700 9000-FINALIZAR-EXIT.
025800     EXIT.
