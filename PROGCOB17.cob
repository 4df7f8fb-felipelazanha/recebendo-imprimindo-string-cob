001800*    DATA       AUTOR   DESCRICAO                                *
001900*    2026-09-03 EMC     VERSAO ORIGINAL - RELATORIO DE          *
002000*                       POSSIVEIS DUPLICIDADES.                 *
002033*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
002066*                       NEGOCIO (ROTINA DATNEG).                *
002074*    2026-10-15 EMC     GRUPOS APURADOS POR ORDENACAO (SORT) E  *
002082*                       ARQUIVO DE TRABALHO CADDPW, SEM O LIMITE*
002090*                       DE 30 CANDIDATOS POR NOME.              *
002092*    2026-10-15 EMC     FALHA NA ABERTURA OU GRAVACAO DO        *
002094*                       ARQUIVO DE TRABALHO ENCERRA COM RC 8    *
002096*                       SEM A SEGUNDA ORDENACAO.                *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PROGCOB17.
003900     SELECT RELATORIO ASSIGN TO "RELOUT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RELOUT-STATUS.
004111
004122     SELECT DUPLICIDADE-TRABALHO ASSIGN TO "CADDPW"
004133         ORGANIZATION IS SEQUENTIAL
004144         FILE STATUS IS WS-CADDPW-STATUS.
004155
004166     SELECT ORDENACAO-CADASTRO ASSIGN TO "SORTWK1".
004177
004188     SELECT ORDENACAO-GRUPOS ASSIGN TO "SORTWK2".
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CADASTRO-PESSOAS
005000     RECORDING MODE IS F.
005100 01  REL-LINHA                   PIC X(80).
005200
005203 FD  DUPLICIDADE-TRABALHO
005206     LABEL RECORDS ARE STANDARD.
005209 01  CADDPW-REG                  PIC X(70).
005212
005215*    ATIVOS POR NOME E NASCIMENTO, NA ORDEM DE LEITURA.
005218 SD  ORDENACAO-CADASTRO.
005221 01  SRT-CAD-REG.
005224     05  SRT-NOME                PIC X(20).
005227     05  SRT-DTNASC              PIC 9(08).
005230     05  SRT-SEQUENCIA           PIC 9(09).
005233     05  SRT-CPF                 PIC 9(11).
005236     05  SRT-IDADE               PIC 9(02).
005239     05  SRT-DTCAD               PIC 9(08).
005242
005245*    CANDIDATOS DOS GRUPOS SUSPEITOS, NA ORDEM DO PRIMEIRO
005248*    CANDIDATO DE CADA GRUPO.
005251 SD  ORDENACAO-GRUPOS.
005254 01  SRT-GRP-REG.
005257     05  SDG-GRUPO               PIC 9(09).
005260     05  SDG-SEQUENCIA           PIC 9(09).
005263     05  SDG-NOME                PIC X(20).
005266     05  SDG-CPF                 PIC 9(11).
005269     05  SDG-IDADE               PIC 9(02).
005272     05  SDG-DTNASC              PIC 9(08).
005275     05  SDG-DTCAD               PIC 9(08).
005278     05  FILLER                  PIC X(03).
005281
005300 WORKING-STORAGE SECTION.
005400 77  WS-CADPES-STATUS            PIC X(02)   VALUE '00'.
005500     88  CADPES-OK                   VALUE '00'.
005700     88  FIM-CADASTRO                VALUE '10'.
005800 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
005900     88  RELOUT-OK                   VALUE '00'.
005914 77  WS-CADDPW-STATUS            PIC X(02)   VALUE '00'.
005928     88  CADDPW-OK                   VALUE '00'.
005942 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
005956     88  FIM-ORDENACAO               VALUE 'S'.
005970 77  SW-TEM-GRUPO                PIC X(01)   VALUE 'N'.
005984     88  TEM-GRUPO                   VALUE 'S'.
005989 77  SW-ERRO-TRABALHO            PIC X(01)   VALUE 'N'.
005994     88  ERRO-TRABALHO               VALUE 'S'.
006000 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
006100 77  WRK-QTDE-ATIVOS             PIC 9(09)   COMP VALUE ZERO.
006200 77  WRK-QTDE-GRUPOS             PIC 9(09)   COMP VALUE ZERO.
006300 77  WRK-QTDE-ENVOLVIDOS         PIC 9(09)   COMP VALUE ZERO.
006388 77  WRK-QTDE-IGUAIS             PIC 9(09)   COMP VALUE ZERO.
006476 77  WRK-SEQUENCIA               PIC 9(09)   COMP VALUE ZERO.
006564 77  WRK-GRUPO-ATUAL             PIC 9(09)   COMP VALUE ZERO.
006652
006740*    ULTIMO CANDIDATO DO GRUPO EM APURACAO (NOME E NASCIMENTO);
006828*    O PRIMEIRO FICA RETIDO ATE O GRUPO TER O SEGUNDO. GRAVADO
006916*    NO ARQUIVO DE TRABALHO DOS GRUPOS SUSPEITOS.
007004 01  WRK-DUP-REG.
007092     05  WRK-DUP-GRUPO           PIC 9(09).
007180     05  WRK-DUP-SEQUENCIA       PIC 9(09).
007268     05  WRK-DUP-NOME            PIC X(20).
007356     05  WRK-DUP-CPF             PIC 9(11).
007444     05  WRK-DUP-IDADE           PIC 9(02).
007532     05  WRK-DUP-DTNASC          PIC 9(08).
007620     05  WRK-DUP-DTCAD           PIC 9(08).
007708     05  FILLER                  PIC X(03).
007800
007900     COPY NEGPARM.
008300
008400 01  WS-LINHA-CABECALHO-1        PIC X(80)
008500     VALUE 'POSSIVEIS DUPLICIDADES - MESMO NOME E NASCIMENTO'.
012700***************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
012941     SORT ORDENACAO-CADASTRO
012982         ON ASCENDING KEY SRT-NOME SRT-DTNASC SRT-SEQUENCIA
013023         INPUT PROCEDURE IS 1500-SELECIONAR-ATIVOS
013064             THRU 1500-SELECIONAR-ATIVOS-EXIT
013105         OUTPUT PROCEDURE IS 4000-SELECIONAR-GRUPOS
013146             THRU 4000-SELECIONAR-GRUPOS-EXIT.
013156     IF ERRO-TRABALHO
013166         MOVE 8 TO RETURN-CODE
013176     ELSE
013187         SORT ORDENACAO-GRUPOS
013228             ON ASCENDING KEY SDG-GRUPO SDG-SEQUENCIA
013269             USING DUPLICIDADE-TRABALHO
013310             OUTPUT PROCEDURE IS 5000-IMPRIMIR-GRUPOS
013351                 THRU 5000-IMPRIMIR-GRUPOS-EXIT
013375     END-IF.
013400     PERFORM 6000-IMPRIMIR-TOTAIS THRU 6000-IMPRIMIR-TOTAIS-EXIT.
013500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
013600     STOP RUN.
014200 1000-INICIALIZAR.
014300     OPEN INPUT CADASTRO-PESSOAS.
014400     OPEN OUTPUT RELATORIO.
014500     SET DATNEG-FUNC-CORRENTE TO TRUE.
014550     CALL 'DATNEG' USING DATNEG-PARM.
014600     MOVE DATNEG-DD   TO CAB-DATA-DD.
014700     MOVE DATNEG-MM   TO CAB-DATA-MM.
014800     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
014900     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
015000     PERFORM 8100-VERIFICAR-RELOUT
015100         THRU 8100-VERIFICAR-RELOUT-EXIT.
016800 1000-INICIALIZAR-EXIT.
016900     EXIT.
017000
017073***************************************************************
017146*    PROCEDIMENTO DE ENTRADA DA PRIMEIRA ORDENACAO: PERCORRE O  *
017219*    ARQUIVO MESTRE EM ORDEM DE NOME ATE O FIM.                 *
017292***************************************************************
017365 1500-SELECIONAR-ATIVOS.
017438     PERFORM 2000-PROCESSAR-CADASTRO
017511         THRU 2000-PROCESSAR-CADASTRO-EXIT
017584         UNTIL FIM-CADASTRO.
017657 1500-SELECIONAR-ATIVOS-EXIT.
017730     EXIT.
017803
017876***************************************************************
017949*    PARA CADA PESSOA-REC ATIVO LIDO EM ORDEM DE NOME, LIBERA O *
018022*    REGISTRO PARA A ORDENACAO POR NOME E NASCIMENTO, COM A     *
018095*    SEQUENCIA DE LEITURA QUE PRESERVA A ORDEM DO ARQUIVO.      *
018168***************************************************************
018241 2000-PROCESSAR-CADASTRO.
018314     ADD 1 TO WRK-QTDE-LIDOS.
018387     IF PESSOA-ATIVO
018460         ADD 1 TO WRK-QTDE-ATIVOS
018533         ADD 1 TO WRK-SEQUENCIA
018606         MOVE PESSOA-NOME        TO SRT-NOME
018679         MOVE PESSOA-DT-NASCTO   TO SRT-DTNASC
018752         MOVE WRK-SEQUENCIA      TO SRT-SEQUENCIA
018825         MOVE PESSOA-CPF         TO SRT-CPF
018898         MOVE PESSOA-IDADE       TO SRT-IDADE
018971         MOVE PESSOA-DT-CADASTRO TO SRT-DTCAD
019044         RELEASE SRT-CAD-REG
019117     END-IF.
019190     PERFORM 2100-LER-PROXIMO THRU 2100-LER-PROXIMO-EXIT.
019263 2000-PROCESSAR-CADASTRO-EXIT.
019336     EXIT.
019409
019482 2100-LER-PROXIMO.
019555     READ CADASTRO-PESSOAS NEXT RECORD
019628         AT END
019701             SET FIM-CADASTRO TO TRUE
019774     END-READ.
019847 2100-LER-PROXIMO-EXIT.
019920     EXIT.
019993
020066***************************************************************
020139*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO: PARA CADA     *
020212*    NOME E DATA DE NASCIMENTO COM DOIS OU MAIS CANDIDATOS      *
020285*    (CPFS DIFERENTES, POIS O CPF E A CHAVE PRIMARIA), GRAVA OS *
020358*    CANDIDATOS NO ARQUIVO DE TRABALHO IDENTIFICADOS PELA       *
020431*    SEQUENCIA DO PRIMEIRO, QUE ORDENA OS BLOCOS COMO NA        *
020504*    LEITURA POR NOME.                                          *
020577***************************************************************
020650 4000-SELECIONAR-GRUPOS.
020723     OPEN OUTPUT DUPLICIDADE-TRABALHO.
020732     IF NOT CADDPW-OK
020741         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE TRABALHO - '
020750             'STATUS ' WS-CADDPW-STATUS
020759         MOVE 8 TO RETURN-CODE
020768         SET ERRO-TRABALHO TO TRUE
020777         GO TO 4000-SELECIONAR-GRUPOS-EXIT
020786     END-IF.
020796     MOVE 'N' TO SW-FIM-ORDENACAO.
020869     PERFORM 4100-RETORNAR-CANDIDATO
020942         THRU 4100-RETORNAR-CANDIDATO-EXIT.
021015     PERFORM 4200-TRATAR-CANDIDATO
021088         THRU 4200-TRATAR-CANDIDATO-EXIT
021161         UNTIL FIM-ORDENACAO.
021234     CLOSE DUPLICIDADE-TRABALHO.
021307 4000-SELECIONAR-GRUPOS-EXIT.
021380     EXIT.
021453
021526 4100-RETORNAR-CANDIDATO.
021599     RETURN ORDENACAO-CADASTRO
021672         AT END
021745             SET FIM-ORDENACAO TO TRUE
021818     END-RETURN.
021891 4100-RETORNAR-CANDIDATO-EXIT.
021964     EXIT.
022037
022110***************************************************************
022183*    O PRIMEIRO CANDIDATO DO GRUPO FICA RETIDO EM WRK-DUP-REG E *
022256*    SO E GRAVADO QUANDO CHEGA O SEGUNDO; OS DEMAIS SAO         *
022329*    GRAVADOS AO CHEGAR.                                        *
022402***************************************************************
022475 4200-TRATAR-CANDIDATO.
022548     IF NOT TEM-GRUPO OR SRT-NOME NOT = WRK-DUP-NOME
022621         OR SRT-DTNASC NOT = WRK-DUP-DTNASC
022694         SET TEM-GRUPO TO TRUE
022767         MOVE ZERO          TO WRK-QTDE-IGUAIS
022840         MOVE SRT-SEQUENCIA TO WRK-DUP-GRUPO
022913     END-IF.
022986     ADD 1 TO WRK-QTDE-IGUAIS.
023059     IF WRK-QTDE-IGUAIS = 2
023132         PERFORM 4300-GRAVAR-CANDIDATO
023205             THRU 4300-GRAVAR-CANDIDATO-EXIT
023278     END-IF.
023351     MOVE SRT-SEQUENCIA TO WRK-DUP-SEQUENCIA.
023424     MOVE SRT-NOME      TO WRK-DUP-NOME.
023497     MOVE SRT-CPF       TO WRK-DUP-CPF.
023570     MOVE SRT-IDADE     TO WRK-DUP-IDADE.
023643     MOVE SRT-DTNASC    TO WRK-DUP-DTNASC.
023716     MOVE SRT-DTCAD     TO WRK-DUP-DTCAD.
023789     IF WRK-QTDE-IGUAIS > 1
023862         PERFORM 4300-GRAVAR-CANDIDATO
023935             THRU 4300-GRAVAR-CANDIDATO-EXIT
024008     END-IF.
024081     PERFORM 4100-RETORNAR-CANDIDATO
024154         THRU 4100-RETORNAR-CANDIDATO-EXIT.
024227 4200-TRATAR-CANDIDATO-EXIT.
024300     EXIT.
024373
024446 4300-GRAVAR-CANDIDATO.
024519     WRITE CADDPW-REG FROM WRK-DUP-REG.
024592     IF NOT CADDPW-OK
024665         DISPLAY 'ERRO: FALHA AO GRAVAR ARQUIVO DE TRABALHO - '
024738             'STATUS ' WS-CADDPW-STATUS
024811         MOVE 8 TO RETURN-CODE
024847         SET ERRO-TRABALHO TO TRUE
024884     END-IF.
024957 4300-GRAVAR-CANDIDATO-EXIT.
025030     EXIT.
025103
025176***************************************************************
025249*    PROCEDIMENTO DE SAIDA DA SEGUNDA ORDENACAO: IMPRIME UM     *
025322*    BLOCO DE POSSIVEL DUPLICIDADE POR GRUPO, COM OS CANDIDATOS *
025395*    LADO A LADO NA ORDEM DE LEITURA.                           *
025468***************************************************************
025541 5000-IMPRIMIR-GRUPOS.
025614     MOVE 'N' TO SW-FIM-ORDENACAO.
025687     MOVE ZERO TO WRK-GRUPO-ATUAL.
025760     PERFORM 5050-RETORNAR-GRUPO
025833         THRU 5050-RETORNAR-GRUPO-EXIT.
025906     PERFORM 5100-IMPRIMIR-CANDIDATO
025979         THRU 5100-IMPRIMIR-CANDIDATO-EXIT
026052         UNTIL FIM-ORDENACAO.
026125 5000-IMPRIMIR-GRUPOS-EXIT.
026198     EXIT.
026271
026344 5050-RETORNAR-GRUPO.
026417     RETURN ORDENACAO-GRUPOS
026490         AT END
026563             SET FIM-ORDENACAO TO TRUE
026636     END-RETURN.
026709 5050-RETORNAR-GRUPO-EXIT.
026782     EXIT.
026855
026928 5100-IMPRIMIR-CANDIDATO.
027001     IF SDG-GRUPO NOT = WRK-GRUPO-ATUAL
027074         PERFORM 5200-IMPRIMIR-CABECALHO-GRUPO
027147             THRU 5200-IMPRIMIR-CABECALHO-GRUPO-EXIT
027220     END-IF.
027293     MOVE SDG-CPF    TO CAN-CPF.
027366     MOVE SDG-IDADE  TO CAN-IDADE.
027439     MOVE SDG-DTNASC TO CAN-DTNASC.
027512     MOVE SDG-DTCAD  TO CAN-DTCAD.
027585     MOVE 'A'        TO CAN-STATUS.
027658     WRITE REL-LINHA FROM WS-LINHA-CANDIDATO.
027731     PERFORM 8100-VERIFICAR-RELOUT
027804         THRU 8100-VERIFICAR-RELOUT-EXIT.
027877     ADD 1 TO WRK-QTDE-ENVOLVIDOS.
027950     PERFORM 5050-RETORNAR-GRUPO
028023         THRU 5050-RETORNAR-GRUPO-EXIT.
028096 5100-IMPRIMIR-CANDIDATO-EXIT.
028169     EXIT.
028242
028315 5200-IMPRIMIR-CABECALHO-GRUPO.
028388     MOVE SDG-GRUPO TO WRK-GRUPO-ATUAL.
028461     ADD 1 TO WRK-QTDE-GRUPOS.
028534     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
028607     PERFORM 8100-VERIFICAR-RELOUT
028680         THRU 8100-VERIFICAR-RELOUT-EXIT.
028753     MOVE SDG-NOME   TO GRP-NOME.
028826     MOVE SDG-DTNASC TO GRP-DTNASC.
028899     WRITE REL-LINHA FROM WS-LINHA-GRUPO.
028972     PERFORM 8100-VERIFICAR-RELOUT
029045         THRU 8100-VERIFICAR-RELOUT-EXIT.
029118     WRITE REL-LINHA FROM WS-LINHA-COLUNAS.
029191     PERFORM 8100-VERIFICAR-RELOUT
029264         THRU 8100-VERIFICAR-RELOUT-EXIT.
029337 5200-IMPRIMIR-CABECALHO-GRUPO-EXIT.
029410     EXIT.
029500
029600***************************************************************
029700*    IMPRIME OS TOTAIS DO RELATORIO.                            *
032000     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
032100     PERFORM 8100-VERIFICAR-RELOUT
032200         THRU 8100-VERIFICAR-RELOUT-EXIT.
033000     DISPLAY 'REGISTROS LIDOS      : ' WRK-QTDE-LIDOS.
033100     DISPLAY 'REGISTROS ATIVOS     : ' WRK-QTDE-ATIVOS.
033200     DISPLAY 'GRUPOS SUSPEITOS     : ' WRK-QTDE-GRUPOS.
