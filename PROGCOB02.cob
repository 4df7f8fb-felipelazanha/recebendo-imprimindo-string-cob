001890*                       ENDERECO NA CONSULTA. A INATIVACAO NAO   *
001892*                       REMOVE O ENDERECO, QUE VOLTA INTEIRO NA  *
001894*                       REATIVACAO.                              *
001895*    2026-10-15 EMC     OPCAO 8 NO MENU: SOLICITACAO DE CORRECAO *
001896*                       OU UNIFICACAO DE CPF GRAVADA EM CADCPF   *
001897*                       PARA O LOTE PROGCOB24; CONSULTA INFORMA  *
001898*                       O CPF QUE SUBSTITUIU UM CPF ANTIGO.      *
001899*    2026-10-15 EMC     OPCAO 9 NO MENU: MANUTENCAO DA          *
001900*                       AUTORIZACAO DE ACESSO (ARQUIVO CADACE,  *
001901*                       COPYBOOK AUTACE) CONFERIDA NA PORTARIA. *
001902*    2026-10-15 EMC     INCLUSAO DE CPF JA CADASTRADO (ATUALIZA *
001903*                       O REGISTRO E O REATIVA) PASSA A GRAVAR  *
001904*                       CADHST 'ALTERAR' COM AS DUAS IMAGENS,   *
001905*                       CONFERIDO NO BALANCEAMENTO NOTURNO.     *
001906*    2026-10-15 EMC     O MENU EXIBE A DATA DE NEGOCIO CORRENTE *
001907*                       (ROTINA DATNEG), COM AVISO QUANDO O DIA *
001908*                       JA FOI FECHADO, E AS DATAS DE CADASTRO, *
001909*                       INATIVACAO, CORRECAO DE CPF E           *
001910*                       AUTORIZACAO PASSAM A SER A DATA DE      *
001911*                       NEGOCIO. TRILHA E HISTORICO CONTINUAM   *
001912*                       NO RELOGIO.                             *
001913***************************************************************
001914 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. PROGCOB02.
002100 AUTHOR. EQUIPE DE MANUTENCAO COBOL.
002200 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
003294         ACCESS MODE IS DYNAMIC
003295         RECORD KEY IS ENDCON-CPF
003296         FILE STATUS IS WS-CADEND-STATUS.
003297
003298     SELECT SOLICITACAO-CPF ASSIGN TO "CADCPF"
003299         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-CADCPF-STATUS.
003301
003302     SELECT REFERENCIA-CPF ASSIGN TO "CADXRF"
003303         ORGANIZATION IS INDEXED
003304         ACCESS MODE IS RANDOM
003305         RECORD KEY IS XRF-CPF-ANTIGO
003306         FILE STATUS IS WS-CADXRF-STATUS.
003307
003308     SELECT AUTORIZACAO-ACESSO ASSIGN TO "CADACE"
003309         ORGANIZATION IS INDEXED
003310         ACCESS MODE IS RANDOM
003311         RECORD KEY IS AUT-CPF
003312         FILE STATUS IS WS-CADACE-STATUS.
003313 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CADASTRO-PESSOAS
003600     LABEL RECORDS ARE STANDARD.
003978 FD  ENDERECO-CONTATO
003980     LABEL RECORDS ARE STANDARD.
003982     COPY ENDCON.
003984
003986 FD  SOLICITACAO-CPF
003988     LABEL RECORDS ARE STANDARD.
003990     COPY TRANCPF.
003992
003994 FD  REFERENCIA-CPF
003996     LABEL RECORDS ARE STANDARD.
003998     COPY CPFXRF.
003999
004000 FD  AUTORIZACAO-ACESSO
004001     LABEL RECORDS ARE STANDARD.
004002     COPY AUTACE.
004003
004100 WORKING-STORAGE SECTION.
004108 77  WRK-NOME                PIC X(20)   VALUE SPACES.
004116 77  WRK-IDADE               PIC 9(02)   VALUE ZEROS.
004564     88  OPC-REATIVAR            VALUE '5'.
004572     88  OPC-ENDERECO            VALUE '6'.
004580     88  OPC-SAIR                VALUE '7'.
004584     88  OPC-CORRIGIR-CPF        VALUE '8'.
004586     88  OPC-AUTORIZACAO         VALUE '9'.
004588 77  SW-FIM-BROWSE           PIC X(01)   VALUE 'N'.
004596     88  FIM-BROWSE              VALUE 'S'.
004604 77  SW-FIM-LISTA            PIC X(01)   VALUE 'N'.
004628 77  IX-PAG                  PIC 9(02)   COMP VALUE ZERO.
004636 01  WRK-TAB-PAGINA.
004644     05  WRK-PAG-CPF         PIC 9(11) OCCURS 10 TIMES.
004645 77  WS-CADCPF-STATUS        PIC X(02)   VALUE '00'.
004646     88  CADCPF-OK               VALUE '00'.
004647     88  CADCPF-NAO-EXISTE       VALUE '35'.
004648 77  WS-CADXRF-STATUS        PIC X(02)   VALUE '00'.
004649     88  CADXRF-OK               VALUE '00'.
004650 77  SW-TEM-REFERENCIAS      PIC X(01)   VALUE 'N'.
004651     88  TEM-REFERENCIAS         VALUE 'S'.
004652 77  WRK-TIPO-CPF            PIC X(01)   VALUE SPACE.
004653     88  TIPO-CORRIGIR           VALUE 'C' 'c'.
004654     88  TIPO-UNIFICAR           VALUE 'U' 'u'.
004655 77  WRK-CPF-ANTIGO          PIC 9(11)   VALUE ZEROS.
004656 77  WRK-CPF-NOVO            PIC 9(11)   VALUE ZEROS.
004657
004660 01  WS-DATA-HORA-SISTEMA.
004668     05  WS-DATA-SISTEMA.
004676         10  WS-DATA-AAAA        PIC 9(04).
004732         10  WS-HORA-CENT        PIC 9(02).
004740
004748     COPY CPFPARM.
004749
004750     COPY NEGPARM.
004751
004752 01  WRK-DATA-NEGOCIO-EDT.
004753     05  WRK-NEG-DD              PIC 9(02).
004754     05  FILLER                  PIC X(01)   VALUE '/'.
004755     05  WRK-NEG-MM              PIC 9(02).
004756     05  FILLER                  PIC X(01)   VALUE '/'.
004757     05  WRK-NEG-AAAA            PIC 9(04).
004758
004759 77  WS-CADACE-STATUS        PIC X(02)   VALUE '00'.
004760     88  CADACE-OK               VALUE '00'.
004762     88  CADACE-NAO-EXISTE       VALUE '35'.
004764 77  SW-TEM-AUTORIZACAO      PIC X(01)   VALUE 'N'.
004766     88  TEM-AUTORIZACAO         VALUE 'S'.
004768 77  SW-AUTORIZACAO-VALIDA   PIC X(01)   VALUE 'N'.
004770     88  AUTORIZACAO-VALIDA      VALUE 'S'.
004772 77  WRK-DATA-AUT            PIC 9(08)   VALUE ZEROS.
004774 77  WRK-DATA-AUT-ALFA       PIC X(08)   VALUE SPACES.
004776 77  WRK-HORA-AUT            PIC 9(04)   VALUE ZEROS.
004778 77  WRK-HORA-AUT-ALFA       PIC X(04)   VALUE SPACES.
004780 77  WRK-DIAS-ALFA           PIC X(07)   VALUE SPACES.
004782 77  WRK-QTDE-DIAS-SN        PIC 9(02)   COMP VALUE ZERO.
004784 77  WRK-RESPONSAVEL         PIC X(30)   VALUE SPACES.
004786
004788     COPY DATPARM.
004790
004800***************************************************************
004900 PROCEDURE DIVISION.
005000***************************************************************
006125     PERFORM 1300-ABRIR-HISTORICO
006127         THRU 1300-ABRIR-HISTORICO-EXIT.
006130     PERFORM 1400-ABRIR-ENDERECO THRU 1400-ABRIR-ENDERECO-EXIT.
006230     PERFORM 1500-ABRIR-REFERENCIA
006330         THRU 1500-ABRIR-REFERENCIA-EXIT.
006430     PERFORM 1700-ABRIR-AUTORIZACAO
006530         THRU 1700-ABRIR-AUTORIZACAO-EXIT.
006800 1000-INICIALIZAR-EXIT.
006900     EXIT.
006910
007420     PERFORM 2100-EXIBIR-MENU THRU 2100-EXIBIR-MENU-EXIT.
007422     IF NIVEL-CONSULTA AND
007423         (OPC-INCLUIR OR OPC-ALTERAR OR OPC-EXCLUIR OR
007424          OPC-REATIVAR OR OPC-ENDERECO OR OPC-CORRIGIR-CPF OR
007425          OPC-AUTORIZACAO)
007426         DISPLAY 'OPCAO NAO AUTORIZADA PARA O NIVEL CONSULTA'
007427         GO TO 2000-PROCESSAR-MENU-EXIT
007428     END-IF.
007430     EVALUATE TRUE
007440         WHEN OPC-INCLUIR
007450             PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
007516         WHEN OPC-ENDERECO
007518             PERFORM 6900-MANTER-ENDERECO
007519                 THRU 6900-MANTER-ENDERECO-EXIT
007520         WHEN OPC-CORRIGIR-CPF
007521             PERFORM 7500-SOLICITAR-CORRECAO-CPF
007522                 THRU 7500-SOLICITAR-CORRECAO-CPF-EXIT
007523         WHEN OPC-AUTORIZACAO
007524             PERFORM 7700-MANTER-AUTORIZACAO
007525                 THRU 7700-MANTER-AUTORIZACAO-EXIT
007526         WHEN OPC-SAIR
007530             CONTINUE
007540         WHEN OTHER
007550             DISPLAY 'OPCAO INVALIDA - DIGITE UM VALOR DE 1 A 9'
007560     END-EVALUATE.
007570 2000-PROCESSAR-MENU-EXIT.
007580     EXIT.
007600 2100-EXIBIR-MENU.
007610     DISPLAY ' '.
007620     DISPLAY 'CADASTRO DE PESSOAS - MENU PRINCIPAL'.
007621     SET DATNEG-FUNC-CORRENTE TO TRUE.
007622     CALL 'DATNEG' USING DATNEG-PARM.
007623     MOVE DATNEG-DD   TO WRK-NEG-DD.
007624     MOVE DATNEG-MM   TO WRK-NEG-MM.
007625     MOVE DATNEG-AAAA TO WRK-NEG-AAAA.
007626     DISPLAY 'DATA DE NEGOCIO: ' WRK-DATA-NEGOCIO-EDT.
007627     IF DATNEG-DIA-FECHADO
007628         DISPLAY 'ATENCAO: DIA DE NEGOCIO JA FECHADO - OS '
007629             'LANCAMENTOS SERAO DATADOS COM ESTA DATA'
007630     END-IF.
007631     IF NIVEL-COMPLETO
007632         DISPLAY '1 - INCLUIR'
007640         DISPLAY '2 - ALTERAR'
007650         DISPLAY '3 - EXCLUIR'
007655     END-IF.
007662     IF NIVEL-COMPLETO
007665         DISPLAY '5 - REATIVAR'
007667         DISPLAY '6 - ENDERECO/CONTATO'
007668         DISPLAY '8 - CORRIGIR/UNIFICAR CPF'
007669         DISPLAY '9 - AUTORIZACAO DE ACESSO'
007670     END-IF.
007671     DISPLAY '7 - SAIR'.
007680     DISPLAY 'DIGITE A OPCAO DESEJADA'.
007690     ACCEPT WRK-OPCAO.
007700 2100-EXIBIR-MENU-EXIT.
007930                 THRU 8000-REGISTRAR-AUDITORIA-EXIT
007940             GO TO 3000-INCLUIR-EXIT
007950         END-IF
007955         MOVE PESSOA-REC TO WRK-IMAGEM-ANTES
007960     END-IF.
007970     PERFORM 3600-CAPTURAR-IDADE THRU 3600-CAPTURAR-IDADE-EXIT.
007975     IF CPF-CADASTRADO
009280         THRU 2200-VERIFICAR-DUPLICIDADE-EXIT.
009290     IF NOT CPF-CADASTRADO
009300         DISPLAY 'CPF NAO ENCONTRADO NO CADASTRO: ' WRK-CPF
009303         PERFORM 6050-VERIFICAR-REFERENCIA
009306             THRU 6050-VERIFICAR-REFERENCIA-EXIT
009310     ELSE
009315         PERFORM 6100-EXIBIR-REGISTRO
009325             THRU 6100-EXIBIR-REGISTRO-EXIT
009860         REWRITE PESSOA-REC
009870         MOVE 'ALTERAR '  TO WRK-AUD-OPERACAO
009880     ELSE
009886         MOVE DATNEG-DATA     TO PESSOA-DT-CADASTRO
009890         WRITE PESSOA-REC
009900         MOVE 'INCLUIR '  TO WRK-AUD-OPERACAO
009930     END-IF.
009960         IF CPF-CADASTRADO
009970             MOVE 'ATUALIZOU CADASTRO EXISTENTE' TO
009980                 WRK-AUD-MOTIVO
009983             PERFORM 8200-GRAVAR-HISTORICO
009986                 THRU 8200-GRAVAR-HISTORICO-EXIT
009990         ELSE
010000             MOVE SPACES TO WRK-AUD-MOTIVO
010010         END-IF
010810     CLOSE AUDITLOG.
010812     CLOSE HISTORICO.
010815     CLOSE ENDERECO-CONTATO.
010816     IF TEM-REFERENCIAS
010817         CLOSE REFERENCIA-CPF
010818     END-IF.
010819     CLOSE AUTORIZACAO-ACESSO.
010820 9000-FINALIZAR-EXIT.
010830     EXIT.
010840
011890         GO TO 5100-EXCLUIR-REGISTRO-EXIT
011900     END-IF.
011910     SET PESSOA-INATIVO TO TRUE.
011930     MOVE DATNEG-DATA     TO PESSOA-DT-INATIVACAO.
011940     REWRITE PESSOA-REC.
011950     MOVE PESSOA-IDADE TO WRK-IDADE.
011960     IF CADPES-OK
015040     DISPLAY 'E-MAIL.....: ' ENDCON-EMAIL.
015050 6950-EXIBIR-ENDERECO-EXIT.
015060     EXIT.
015160
015260***************************************************************
015360*    ABRE O ARQUIVO DE REFERENCIAS DE CPF (CPF ANTIGO -> CPF    *
015460*    NOVO) GRAVADO PELO PROCESSAMENTO NOTURNO DE CORRECAO E     *
015560*    UNIFICACAO. AUSENTE, A CONSULTA APENAS NAO O UTILIZA.      *
015660***************************************************************
015760 1500-ABRIR-REFERENCIA.
015860     OPEN INPUT REFERENCIA-CPF.
015960     IF CADXRF-OK
016060         SET TEM-REFERENCIAS TO TRUE
016160     END-IF.
016260 1500-ABRIR-REFERENCIA-EXIT.
016360     EXIT.
016460
016560***************************************************************
016660*    CPF NAO ENCONTRADO NA CONSULTA: VERIFICA SE FOI CORRIGIDO  *
016760*    OU UNIFICADO E INFORMA O CPF QUE O SUBSTITUIU.             *
016860***************************************************************
016960 6050-VERIFICAR-REFERENCIA.
017060     IF NOT TEM-REFERENCIAS
017160         GO TO 6050-VERIFICAR-REFERENCIA-EXIT
017260     END-IF.
017360     MOVE WRK-CPF TO XRF-CPF-ANTIGO.
017460     READ REFERENCIA-CPF
017560         INVALID KEY
017660             GO TO 6050-VERIFICAR-REFERENCIA-EXIT
017760     END-READ.
017860     IF XRF-CORRECAO
017960         DISPLAY 'CPF CORRIGIDO PARA: ' XRF-CPF-NOVO
018060             ' EM ' XRF-DATA
018160     ELSE
018260         DISPLAY 'CPF UNIFICADO NO CADASTRO DO CPF: '
018360             XRF-CPF-NOVO ' EM ' XRF-DATA
018460     END-IF.
018560     IF XRF-PENDENTE
018660         DISPLAY 'ATUALIZACAO DOS MOVIMENTOS AINDA PENDENTE'
018760     END-IF.
018860 6050-VERIFICAR-REFERENCIA-EXIT.
018960     EXIT.
019060
019160***************************************************************
019260*    SOLICITACAO DE CORRECAO DE CPF (CPF DIGITADO ERRADO NO     *
019360*    CADASTRO) OU DE UNIFICACAO (A MESMA PESSOA CADASTRADA EM   *
019460*    DOIS CPFS; O CADASTRO DO CPF ANTIGO E ELIMINADO E O DO CPF *
019560*    NOVO PERMANECE). A SOLICITACAO E VALIDADA CONTRA O MESTRE  *
019660*    E GRAVADA NO ARQUIVO CADCPF; A TROCA DE CHAVE NO MESTRE,   *
019760*    NO ENDERECO, NOS MOVIMENTOS E NO HISTORICO E FEITA PELO    *
019860*    PROCESSAMENTO NOTURNO (PROGCOB24), QUE TAMBEM REVALIDA A   *
019960*    TRANSACAO.                                                 *
020060***************************************************************
020160 7500-SOLICITAR-CORRECAO-CPF.
020260     DISPLAY 'C - CORRIGIR CPF DIGITADO ERRADO'.
020360     DISPLAY 'U - UNIFICAR DOIS CADASTROS DA MESMA PESSOA'.
020460     DISPLAY 'DIGITE O TIPO DA SOLICITACAO (C/U)'.
020560     MOVE SPACE TO WRK-TIPO-CPF.
020660     ACCEPT WRK-TIPO-CPF.
020760     IF TIPO-CORRIGIR
020860         MOVE 'SOLCORR ' TO WRK-AUD-OPERACAO
020960         DISPLAY 'CPF ATUAL DO CADASTRO (DIGITADO ERRADO)'
021060     ELSE
021160         IF TIPO-UNIFICAR
021260             MOVE 'SOLUNIF ' TO WRK-AUD-OPERACAO
021360             DISPLAY 'CPF DO CADASTRO QUE SERA ELIMINADO'
021460         ELSE
021560             DISPLAY 'TIPO INVALIDO - SOLICITACAO CANCELADA'
021660             GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
021760         END-IF
021860     END-IF.
021960     MOVE SPACES TO WRK-NOME.
022060     MOVE ZEROS  TO WRK-IDADE.
022160     PERFORM 7550-CAPTURAR-CPF-ANTIGO
022260         THRU 7550-CAPTURAR-CPF-ANTIGO-EXIT.
022360     MOVE WRK-CPF TO WRK-CPF-ANTIGO.
022460     PERFORM 2200-VERIFICAR-DUPLICIDADE
022560         THRU 2200-VERIFICAR-DUPLICIDADE-EXIT.
022660     IF NOT CPF-CADASTRADO
022760         DISPLAY 'CPF NAO ENCONTRADO NO CADASTRO: ' WRK-CPF
022860         MOVE 'CPF NAO CADASTRADO' TO WRK-AUD-MOTIVO
022960         PERFORM 7590-REJEITAR-SOLICITACAO
023060             THRU 7590-REJEITAR-SOLICITACAO-EXIT
023160         GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
023260     END-IF.
023360     MOVE PESSOA-NOME  TO WRK-NOME.
023460     MOVE PESSOA-IDADE TO WRK-IDADE.
023560     DISPLAY 'CADASTRO: ' PESSOA-NOME ' STATUS ' PESSOA-STATUS.
023660     IF TIPO-CORRIGIR
023760         DISPLAY 'CPF CORRETO'
023860     ELSE
023960         DISPLAY 'CPF DO CADASTRO QUE PERMANECE'
024060     END-IF.
024160     PERFORM 3200-CAPTURAR-CPF THRU 3200-CAPTURAR-CPF-EXIT.
024260     MOVE WRK-CPF TO WRK-CPF-NOVO.
024360     IF WRK-CPF-NOVO = WRK-CPF-ANTIGO
024460         DISPLAY 'CPF NOVO IGUAL AO CPF ANTIGO'
024560         MOVE 'CPF NOVO IGUAL AO ANTIGO' TO WRK-AUD-MOTIVO
024660         PERFORM 7590-REJEITAR-SOLICITACAO
024760             THRU 7590-REJEITAR-SOLICITACAO-EXIT
024860         GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
024960     END-IF.
025060     PERFORM 2200-VERIFICAR-DUPLICIDADE
025160         THRU 2200-VERIFICAR-DUPLICIDADE-EXIT.
025260     IF TIPO-CORRIGIR AND CPF-CADASTRADO
025360         DISPLAY 'CPF NOVO JA CADASTRADO: ' PESSOA-NOME
025460         DISPLAY 'PARA A MESMA PESSOA, USE A UNIFICACAO'
025560         MOVE 'CPF NOVO JA CADASTRADO' TO WRK-AUD-MOTIVO
025660         PERFORM 7590-REJEITAR-SOLICITACAO
025760             THRU 7590-REJEITAR-SOLICITACAO-EXIT
025860         GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
025960     END-IF.
026060     IF TIPO-UNIFICAR AND NOT CPF-CADASTRADO
026160         DISPLAY 'CPF QUE PERMANECE NAO CADASTRADO: ' WRK-CPF
026260         DISPLAY 'PARA CPF SEM CADASTRO, USE A CORRECAO'
026360         MOVE 'CPF NOVO NAO CADASTRADO' TO WRK-AUD-MOTIVO
026460         PERFORM 7590-REJEITAR-SOLICITACAO
026560             THRU 7590-REJEITAR-SOLICITACAO-EXIT
026660         GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
026760     END-IF.
026860     IF TIPO-UNIFICAR AND PESSOA-INATIVO
026960         DISPLAY 'CADASTRO QUE PERMANECE ESTA INATIVO: '
027060             PESSOA-NOME
027160         MOVE 'CPF NOVO INATIVO' TO WRK-AUD-MOTIVO
027260         PERFORM 7590-REJEITAR-SOLICITACAO
027360             THRU 7590-REJEITAR-SOLICITACAO-EXIT
027460         GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
027560     END-IF.
027660     IF TIPO-UNIFICAR
027760         DISPLAY 'CADASTRO QUE PERMANECE: ' PESSOA-NOME
027860     END-IF.
027960     DISPLAY 'CONFIRMA A SOLICITACAO DE ' WRK-CPF-ANTIGO
028060         ' PARA ' WRK-CPF-NOVO ' (S/N)?'.
028160     ACCEPT WRK-CONFIRMA.
028260     IF NOT CONFIRMA-SIM
028360         MOVE 'SOLICITACAO NAO CONFIRMADA' TO WRK-AUD-MOTIVO
028460         PERFORM 7590-REJEITAR-SOLICITACAO
028560             THRU 7590-REJEITAR-SOLICITACAO-EXIT
028660         GO TO 7500-SOLICITAR-CORRECAO-CPF-EXIT
028760     END-IF.
028860     PERFORM 7600-GRAVAR-SOLICITACAO
028960         THRU 7600-GRAVAR-SOLICITACAO-EXIT.
029060 7500-SOLICITAR-CORRECAO-CPF-EXIT.
029160     EXIT.
029260
029360***************************************************************
029460*    CAPTURA O CPF ANTIGO. EXIGE SOMENTE 11 DIGITOS: UM CPF     *
029560*    DIGITADO ERRADO PODE NAO TER DIGITO VERIFICADOR VALIDO.    *
029660***************************************************************
029760 7550-CAPTURAR-CPF-ANTIGO.
029860     MOVE 'N' TO SW-FIM-VALIDACAO.
029960     PERFORM 7560-VALIDAR-CPF-ANTIGO
030060         THRU 7560-VALIDAR-CPF-ANTIGO-EXIT
030160         UNTIL FIM-VALIDACAO.
030260 7550-CAPTURAR-CPF-ANTIGO-EXIT.
030360     EXIT.
030460
030560 7560-VALIDAR-CPF-ANTIGO.
030660     DISPLAY 'DIGITE O CPF (11 DIGITOS, SOMENTE NUMEROS)'.
030760     MOVE SPACES TO WRK-CPF-ALFA.
030860     ACCEPT WRK-CPF-ALFA.
030960     IF WRK-CPF-ALFA IS NUMERIC
031060         MOVE WRK-CPF-ALFA TO WRK-CPF
031160         SET FIM-VALIDACAO TO TRUE
031260     ELSE
031360         DISPLAY 'ERRO: CPF DEVE TER 11 DIGITOS. REDIGITE.'
031460     END-IF.
031560 7560-VALIDAR-CPF-ANTIGO-EXIT.
031660     EXIT.
031760
031860***************************************************************
031960*    SOLICITACAO RECUSADA: AUDITA COM O CPF ANTIGO E O MOTIVO   *
032060*    MOVIDO PELO CHAMADOR PARA WRK-AUD-MOTIVO.                  *
032160***************************************************************
032260 7590-REJEITAR-SOLICITACAO.
032360     MOVE WRK-CPF-ANTIGO TO WRK-CPF.
032460     SET AUDLOG-REJEITADO TO TRUE.
032560     PERFORM 8000-REGISTRAR-AUDITORIA
032660         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
032760 7590-REJEITAR-SOLICITACAO-EXIT.
032860     EXIT.
032960
033060***************************************************************
033160*    GRAVA A SOLICITACAO NO ARQUIVO CADCPF (CRIADO NA PRIMEIRA  *
033260*    SOLICITACAO) E AUDITA COM O CPF ANTIGO.                    *
033360***************************************************************
033460 7600-GRAVAR-SOLICITACAO.
033560     OPEN EXTEND SOLICITACAO-CPF.
033660     IF CADCPF-NAO-EXISTE
033760         OPEN OUTPUT SOLICITACAO-CPF
033860         CLOSE SOLICITACAO-CPF
033960         OPEN EXTEND SOLICITACAO-CPF
034060     END-IF.
034160     IF NOT CADCPF-OK
034260         DISPLAY 'ERRO: FALHA AO ABRIR SOLICITACOES - STATUS '
034360             WS-CADCPF-STATUS
034460         MOVE 'FALHA AO GRAVAR SOLICITACAO' TO WRK-AUD-MOTIVO
034560         PERFORM 7590-REJEITAR-SOLICITACAO
034660             THRU 7590-REJEITAR-SOLICITACAO-EXIT
034760         GO TO 7600-GRAVAR-SOLICITACAO-EXIT
034860     END-IF.
034960     MOVE SPACES TO TRANCPF-REC.
035060     IF TIPO-CORRIGIR
035160         SET TRCPF-CORRIGIR TO TRUE
035260     ELSE
035360         SET TRCPF-UNIFICAR TO TRUE
035460     END-IF.
035560     MOVE WRK-CPF-ANTIGO TO TRCPF-CPF-ANTIGO.
035660     MOVE WRK-CPF-NOVO   TO TRCPF-CPF-NOVO.
035760     MOVE WRK-OPERADOR   TO TRCPF-OPERADOR.
035960     MOVE DATNEG-DATA     TO TRCPF-DATA.
036060     WRITE TRANCPF-REC.
036160     IF CADCPF-OK
036260         DISPLAY 'SOLICITACAO REGISTRADA - SERA APLICADA NO '
036360             'PROCESSAMENTO NOTURNO'
036460         MOVE WRK-CPF-ANTIGO TO WRK-CPF
036560         SET AUDLOG-APROVADO TO TRUE
036660         MOVE SPACES TO WRK-AUD-MOTIVO
036760         STRING 'AGENDADO P/ CPF ' WRK-CPF-NOVO
036860             DELIMITED BY SIZE INTO WRK-AUD-MOTIVO
036960         PERFORM 8000-REGISTRAR-AUDITORIA
037060             THRU 8000-REGISTRAR-AUDITORIA-EXIT
037160     ELSE
037260         DISPLAY 'ERRO: FALHA AO GRAVAR SOLICITACAO - STATUS '
037360             WS-CADCPF-STATUS
037460         MOVE 'FALHA AO GRAVAR SOLICITACAO' TO WRK-AUD-MOTIVO
037560         PERFORM 7590-REJEITAR-SOLICITACAO
037660             THRU 7590-REJEITAR-SOLICITACAO-EXIT
037760     END-IF.
037860     CLOSE SOLICITACAO-CPF.
037960 7600-GRAVAR-SOLICITACAO-EXIT.
038060     EXIT.
038160
038260***************************************************************
038360*    ABRE O ARQUIVO DE AUTORIZACOES DE ACESSO, CRIADO NA        *
038460*    PRIMEIRA EXECUCAO.                                         *
038560***************************************************************
038660 1700-ABRIR-AUTORIZACAO.
038760     OPEN I-O AUTORIZACAO-ACESSO.
038860     IF CADACE-NAO-EXISTE
038960         OPEN OUTPUT AUTORIZACAO-ACESSO
039060         CLOSE AUTORIZACAO-ACESSO
039160         OPEN I-O AUTORIZACAO-ACESSO
039260     END-IF.
039360     IF NOT CADACE-OK
039460         DISPLAY 'ERRO: FALHA AO ABRIR AUTORIZACOES - STATUS '
039560             WS-CADACE-STATUS
039660     END-IF.
039760 1700-ABRIR-AUTORIZACAO-EXIT.
039860     EXIT.
039960
040060***************************************************************
040160*    MANTEM A AUTORIZACAO DE ACESSO DA PESSOA LOCALIZADA PELO   *
040260*    CPF, CONFERIDA PELA PORTARIA NA ENTRADA: PERIODO DE        *
040360*    VALIDADE, DIAS DA SEMANA, JANELA DE HORARIO E ANFITRIAO    *
040460*    OU DEPARTAMENTO RESPONSAVEL. SOMENTE PESSOAS ATIVAS NO     *
040560*    MESTRE PODEM RECEBER AUTORIZACAO; UMA AUTORIZACAO          *
040660*    EXISTENTE PODE SER ALTERADA OU EXCLUIDA.                   *
040760***************************************************************
040860 7700-MANTER-AUTORIZACAO.
040960     PERFORM 3200-CAPTURAR-CPF THRU 3200-CAPTURAR-CPF-EXIT.
041060     PERFORM 2200-VERIFICAR-DUPLICIDADE
041160         THRU 2200-VERIFICAR-DUPLICIDADE-EXIT.
041260     MOVE 'AUTORIZA' TO WRK-AUD-OPERACAO.
041360     IF NOT CPF-CADASTRADO
041460         DISPLAY 'CPF NAO ENCONTRADO NO CADASTRO: ' WRK-CPF
041560         MOVE SPACES      TO WRK-NOME
041660         MOVE ZEROS       TO WRK-IDADE
041760         SET AUDLOG-REJEITADO TO TRUE
041860         MOVE 'CPF NAO CADASTRADO' TO WRK-AUD-MOTIVO
041960         PERFORM 8000-REGISTRAR-AUDITORIA
042060             THRU 8000-REGISTRAR-AUDITORIA-EXIT
042160         GO TO 7700-MANTER-AUTORIZACAO-EXIT
042260     END-IF.
042360     MOVE PESSOA-NOME  TO WRK-NOME.
042460     MOVE PESSOA-IDADE TO WRK-IDADE.
042560     IF PESSOA-INATIVO
042660         DISPLAY 'REGISTRO INATIVO - REATIVE ANTES DE MANTER '
042760             'A AUTORIZACAO'
042860         SET AUDLOG-REJEITADO TO TRUE
042960         MOVE 'REGISTRO INATIVO' TO WRK-AUD-MOTIVO
043060         PERFORM 8000-REGISTRAR-AUDITORIA
043160             THRU 8000-REGISTRAR-AUDITORIA-EXIT
043260         GO TO 7700-MANTER-AUTORIZACAO-EXIT
043360     END-IF.
043460     PERFORM 7710-LER-AUTORIZACAO THRU 7710-LER-AUTORIZACAO-EXIT.
043560     IF TEM-AUTORIZACAO
043660         PERFORM 7750-EXIBIR-AUTORIZACAO
043760             THRU 7750-EXIBIR-AUTORIZACAO-EXIT
043860         DISPLAY 'A - ALTERAR    E - EXCLUIR'
043960         MOVE SPACE TO WRK-ACAO
044060         ACCEPT WRK-ACAO
044160         IF ACAO-EXCLUIR
044260             PERFORM 7790-EXCLUIR-AUTORIZACAO
044360                 THRU 7790-EXCLUIR-AUTORIZACAO-EXIT
044460             GO TO 7700-MANTER-AUTORIZACAO-EXIT
044560         END-IF
044660         IF NOT ACAO-ALTERAR
044760             DISPLAY 'ACAO INVALIDA - AUTORIZACAO MANTIDA'
044860             GO TO 7700-MANTER-AUTORIZACAO-EXIT
044960         END-IF
045060     ELSE
045160         DISPLAY 'AUTORIZACAO AINDA NAO CADASTRADA PARA: '
045260             PESSOA-NOME
045460         MOVE SPACES          TO AUTACE-REC
045560         MOVE WRK-CPF         TO AUT-CPF
045660         MOVE DATNEG-DATA     TO AUT-DT-INICIO
045760         MOVE ZEROS           TO AUT-DT-FIM
045860         MOVE 'NSSSSSN'       TO AUT-DIAS-SEMANA
045960         MOVE 0000            TO AUT-HORA-INICIO
046060         MOVE 2359            TO AUT-HORA-FIM
046160         MOVE ZEROS           TO AUT-DT-ATUALIZACAO
046260     END-IF.
046360     PERFORM 7720-CAPTURAR-AUTORIZACAO
046460         THRU 7720-CAPTURAR-AUTORIZACAO-EXIT.
046560     PERFORM 7740-CONSISTIR-AUTORIZACAO
046660         THRU 7740-CONSISTIR-AUTORIZACAO-EXIT.
046760     IF NOT AUTORIZACAO-VALIDA
046860         DISPLAY 'AUTORIZACAO NAO GRAVADA: ' WRK-AUD-MOTIVO
046960         SET AUDLOG-REJEITADO TO TRUE
047060         PERFORM 8000-REGISTRAR-AUDITORIA
047160             THRU 8000-REGISTRAR-AUDITORIA-EXIT
047260         GO TO 7700-MANTER-AUTORIZACAO-EXIT
047360     END-IF.
047560     MOVE WRK-OPERADOR    TO AUT-OPERADOR.
047660     MOVE DATNEG-DATA     TO AUT-DT-ATUALIZACAO.
047760     IF TEM-AUTORIZACAO
047860         REWRITE AUTACE-REC
047960     ELSE
048060         WRITE AUTACE-REC
048160     END-IF.
048260     IF CADACE-OK
048360         DISPLAY 'AUTORIZACAO GRAVADA PARA: ' WRK-NOME
048460         SET AUDLOG-APROVADO TO TRUE
048560         MOVE SPACES TO WRK-AUD-MOTIVO
048660         STRING 'VALIDA DE ' AUT-DT-INICIO ' A ' AUT-DT-FIM
048760             DELIMITED BY SIZE INTO WRK-AUD-MOTIVO
048860     ELSE
048960         DISPLAY 'ERRO: FALHA AO GRAVAR AUTORIZACAO - STATUS '
049060             WS-CADACE-STATUS
049160         SET AUDLOG-REJEITADO TO TRUE
049260         MOVE 'FALHA AO GRAVAR AUTORIZACAO' TO WRK-AUD-MOTIVO
049360     END-IF.
049460     PERFORM 8000-REGISTRAR-AUDITORIA
049560         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
049660 7700-MANTER-AUTORIZACAO-EXIT.
049760     EXIT.
049860
049960***************************************************************
050060*    LE A AUTORIZACAO DO CPF CORRENTE EM PESSOA-REC, INDICANDO  *
050160*    EM SW-TEM-AUTORIZACAO SE JA EXISTE.                        *
050260***************************************************************
050360 7710-LER-AUTORIZACAO.
050460     MOVE 'N' TO SW-TEM-AUTORIZACAO.
050560     MOVE PESSOA-CPF TO AUT-CPF.
050660     READ AUTORIZACAO-ACESSO
050760         INVALID KEY
050860             MOVE 'N' TO SW-TEM-AUTORIZACAO
050960         NOT INVALID KEY
051060             SET TEM-AUTORIZACAO TO TRUE
051160     END-READ.
051260 7710-LER-AUTORIZACAO-EXIT.
051360     EXIT.
051460
051560***************************************************************
051660*    CAPTURA OS CAMPOS DA AUTORIZACAO. CAMPO DEIXADO EM BRANCO  *
051760*    MANTEM O VALOR ATUAL; VALOR DIGITADO INVALIDO E IGNORADO   *
051860*    COM AVISO, COMO NA MANUTENCAO DO ENDERECO.                 *
051960***************************************************************
052060 7720-CAPTURAR-AUTORIZACAO.
052160     DISPLAY 'DIGITE O INICIO DA VALIDADE (AAAAMMDD) OU ENTER '
052260         'P/ MANTER'.
052360     MOVE AUT-DT-INICIO TO WRK-DATA-AUT.
052460     PERFORM 7730-CAPTURAR-DATA THRU 7730-CAPTURAR-DATA-EXIT.
052560     MOVE WRK-DATA-AUT TO AUT-DT-INICIO.
052660     DISPLAY 'DIGITE O FIM DA VALIDADE (AAAAMMDD) OU ENTER '
052760         'P/ MANTER'.
052860     MOVE AUT-DT-FIM TO WRK-DATA-AUT.
052960     PERFORM 7730-CAPTURAR-DATA THRU 7730-CAPTURAR-DATA-EXIT.
053060     MOVE WRK-DATA-AUT TO AUT-DT-FIM.
053160     DISPLAY 'DIGITE OS DIAS PERMITIDOS (S/N DE DOMINGO A '
053260         'SABADO, EX.: NSSSSSN) OU ENTER P/ MANTER'.
053360     MOVE SPACES TO WRK-DIAS-ALFA.
053460     ACCEPT WRK-DIAS-ALFA.
053560     IF WRK-DIAS-ALFA NOT = SPACES
053660         INSPECT WRK-DIAS-ALFA CONVERTING 'sn' TO 'SN'
053760         MOVE ZERO TO WRK-QTDE-DIAS-SN
053860         INSPECT WRK-DIAS-ALFA TALLYING WRK-QTDE-DIAS-SN
053960             FOR ALL 'S' ALL 'N'
054060         IF WRK-QTDE-DIAS-SN = 7
054160             MOVE WRK-DIAS-ALFA TO AUT-DIAS-SEMANA
054260         ELSE
054360             DISPLAY 'DIAS INVALIDOS - MANTIDO O VALOR ANTERIOR'
054460         END-IF
054560     END-IF.
054660     DISPLAY 'DIGITE A HORA INICIAL (HHMM) OU ENTER P/ MANTER'.
054760     MOVE AUT-HORA-INICIO TO WRK-HORA-AUT.
054860     PERFORM 7735-CAPTURAR-HORA THRU 7735-CAPTURAR-HORA-EXIT.
054960     MOVE WRK-HORA-AUT TO AUT-HORA-INICIO.
055060     DISPLAY 'DIGITE A HORA FINAL (HHMM) OU ENTER P/ MANTER'.
055160     DISPLAY '(HORA FINAL MENOR QUE A INICIAL: JANELA PASSA DA '
055260         'MEIA-NOITE)'.
055360     MOVE AUT-HORA-FIM TO WRK-HORA-AUT.
055460     PERFORM 7735-CAPTURAR-HORA THRU 7735-CAPTURAR-HORA-EXIT.
055560     MOVE WRK-HORA-AUT TO AUT-HORA-FIM.
055660     DISPLAY 'DIGITE O ANFITRIAO/DEPARTAMENTO OU ENTER P/ MANTER'.
055760     MOVE SPACES TO WRK-RESPONSAVEL.
055860     ACCEPT WRK-RESPONSAVEL.
055960     IF WRK-RESPONSAVEL NOT = SPACES
056060         MOVE WRK-RESPONSAVEL TO AUT-RESPONSAVEL
056160     END-IF.
056260 7720-CAPTURAR-AUTORIZACAO-EXIT.
056360     EXIT.
056460
056560***************************************************************
056660*    CAPTURA UMA DATA AAAAMMDD SOBRE O VALOR ATUAL EM           *
056760*    WRK-DATA-AUT, CONFERIDA PELA ROTINA DATCALC.               *
056860***************************************************************
056960 7730-CAPTURAR-DATA.
057060     MOVE SPACES TO WRK-DATA-AUT-ALFA.
057160     ACCEPT WRK-DATA-AUT-ALFA.
057260     IF WRK-DATA-AUT-ALFA = SPACES
057360         GO TO 7730-CAPTURAR-DATA-EXIT
057460     END-IF.
057560     IF WRK-DATA-AUT-ALFA IS NUMERIC
057660         SET DATCALC-FUNC-VALIDAR TO TRUE
057760         MOVE WRK-DATA-AUT-ALFA TO DATCALC-DATA
057860         CALL 'DATCALC' USING DATCALC-PARM
057960     ELSE
058060         SET DATCALC-INVALIDA TO TRUE
058160     END-IF.
058260     IF DATCALC-OK
058360         MOVE WRK-DATA-AUT-ALFA TO WRK-DATA-AUT
058460     ELSE
058560         DISPLAY 'DATA INVALIDA - MANTIDO O VALOR ANTERIOR'
058660     END-IF.
058760 7730-CAPTURAR-DATA-EXIT.
058860     EXIT.
058960
059060***************************************************************
059160*    CAPTURA UMA HORA HHMM (00:00 A 23:59) SOBRE O VALOR ATUAL  *
059260*    EM WRK-HORA-AUT.                                           *
059360***************************************************************
059460 7735-CAPTURAR-HORA.
059560     MOVE SPACES TO WRK-HORA-AUT-ALFA.
059660     ACCEPT WRK-HORA-AUT-ALFA.
059760     IF WRK-HORA-AUT-ALFA = SPACES
059860         GO TO 7735-CAPTURAR-HORA-EXIT
059960     END-IF.
060060     IF WRK-HORA-AUT-ALFA IS NUMERIC
060160         AND WRK-HORA-AUT-ALFA (1:2) < '24'
060260         AND WRK-HORA-AUT-ALFA (3:2) < '60'
060360         MOVE WRK-HORA-AUT-ALFA TO WRK-HORA-AUT
060460     ELSE
060560         DISPLAY 'HORA INVALIDA - MANTIDO O VALOR ANTERIOR'
060660     END-IF.
060760 7735-CAPTURAR-HORA-EXIT.
060860     EXIT.
060960
061060***************************************************************
061160*    CONSISTE A AUTORIZACAO COMPLETA ANTES DA GRAVACAO: FIM DA  *
061260*    VALIDADE INFORMADO E NAO ANTERIOR AO INICIO, E AO MENOS    *
061360*    UM DIA DA SEMANA PERMITIDO. DEIXA O MOTIVO DA RECUSA EM    *
061460*    WRK-AUD-MOTIVO.                                            *
061560***************************************************************
061660 7740-CONSISTIR-AUTORIZACAO.
061760     MOVE 'N' TO SW-AUTORIZACAO-VALIDA.
061860     IF AUT-DT-FIM = ZEROS
061960         MOVE 'FIM DA VALIDADE NAO INFORMADO' TO WRK-AUD-MOTIVO
062060         GO TO 7740-CONSISTIR-AUTORIZACAO-EXIT
062160     END-IF.
062260     IF AUT-DT-FIM < AUT-DT-INICIO
062360         MOVE 'FIM ANTERIOR AO INICIO' TO WRK-AUD-MOTIVO
062460         GO TO 7740-CONSISTIR-AUTORIZACAO-EXIT
062560     END-IF.
062660     IF AUT-DIAS-SEMANA = 'NNNNNNN'
062760         MOVE 'NENHUM DIA PERMITIDO' TO WRK-AUD-MOTIVO
062860         GO TO 7740-CONSISTIR-AUTORIZACAO-EXIT
062960     END-IF.
063060     SET AUTORIZACAO-VALIDA TO TRUE.
063160 7740-CONSISTIR-AUTORIZACAO-EXIT.
063260     EXIT.
063360
063460***************************************************************
063560*    EXIBE A AUTORIZACAO CORRENTE EM AUTACE-REC.                *
063660***************************************************************
063760 7750-EXIBIR-AUTORIZACAO.
063860     DISPLAY 'VALIDADE...: ' AUT-DT-INICIO ' A ' AUT-DT-FIM.
063960     DISPLAY 'DIAS (D-S).: ' AUT-DIAS-SEMANA.
064060     DISPLAY 'HORARIO....: ' AUT-HORA-INICIO ' A ' AUT-HORA-FIM.
064160     DISPLAY 'RESPONSAVEL: ' AUT-RESPONSAVEL.
064260     DISPLAY 'ATUALIZADA.: ' AUT-DT-ATUALIZACAO ' POR '
064360         AUT-OPERADOR.
064460 7750-EXIBIR-AUTORIZACAO-EXIT.
064560     EXIT.
064660
064760***************************************************************
064860*    EXCLUI A AUTORIZACAO CORRENTE APOS CONFIRMACAO; A PESSOA   *
064960*    DEIXA DE SER ADMITIDA NA PORTARIA.                         *
065060***************************************************************
065160 7790-EXCLUIR-AUTORIZACAO.
065260     DISPLAY 'CONFIRMA A EXCLUSAO DA AUTORIZACAO (S/N)?'.
065360     ACCEPT WRK-CONFIRMA.
065460     IF NOT CONFIRMA-SIM
065560         DISPLAY 'EXCLUSAO CANCELADA'
065660         GO TO 7790-EXCLUIR-AUTORIZACAO-EXIT
065760     END-IF.
065860     DELETE AUTORIZACAO-ACESSO RECORD.
065960     IF CADACE-OK
066060         DISPLAY 'AUTORIZACAO EXCLUIDA PARA: ' WRK-NOME
066160         SET AUDLOG-APROVADO TO TRUE
066260         MOVE 'AUTORIZACAO EXCLUIDA' TO WRK-AUD-MOTIVO
066360     ELSE
066460         DISPLAY 'ERRO: FALHA AO EXCLUIR AUTORIZACAO - STATUS '
066560             WS-CADACE-STATUS
066660         SET AUDLOG-REJEITADO TO TRUE
066760         MOVE 'FALHA AO EXCLUIR AUTORIZACAO' TO WRK-AUD-MOTIVO
066860     END-IF.
066960     PERFORM 8000-REGISTRAR-AUDITORIA
067060         THRU 8000-REGISTRAR-AUDITORIA-EXIT.
067160 7790-EXCLUIR-AUTORIZACAO-EXIT.
067260     EXIT.
