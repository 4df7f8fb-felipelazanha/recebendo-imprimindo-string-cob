001700*    DATA       AUTOR   DESCRICAO                                *
001800*    2026-09-03 EMC     VERSAO ORIGINAL - RELATORIO DIARIO DE   *
001900*                       PRESENCA DA PORTARIA.                   *
001933*    2026-10-15 EMC     SEM DATA NO SYSIN, O DIA IMPRESSO PASSA *
001966*                       A SER A DATA DE NEGOCIO (DATNEG).       *
001974*    2026-10-15 EMC     RESUMO POR PESSOA APURADO POR ORDENACAO *
001982*                       (SORT) E ARQUIVO DE TRABALHO CADPRW,    *
001990*                       SEM O LIMITE DE 200 PESSOAS POR DIA.    *
001992*    2026-10-15 EMC     FALHA NA ABERTURA OU GRAVACAO DO        *
001994*                       ARQUIVO DE TRABALHO ENCERRA COM RC 8    *
001996*                       SEM A SEGUNDA ORDENACAO.                *
002000***************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PROGCOB20.
003400     SELECT RELATORIO ASSIGN TO "RELOUT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RELOUT-STATUS.
003606
003612     SELECT PRESENCA-TRABALHO ASSIGN TO "CADPRW"
003624         ORGANIZATION IS SEQUENTIAL
003636         FILE STATUS IS WS-CADPRW-STATUS.
003648
003660     SELECT ORDENACAO-PRESENCA ASSIGN TO "SORTWK1".
003672
003684     SELECT ORDENACAO-RESUMO ASSIGN TO "SORTWK2".
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MOVIMENTO
004500     RECORDING MODE IS F.
004600 01  REL-LINHA                   PIC X(80).
004700
004704 FD  PRESENCA-TRABALHO
004708     LABEL RECORDS ARE STANDARD.
004712 01  CADPRW-REG                  PIC X(50).
004716
004720*    MOVIMENTOS ADMITIDOS DO DIA, POR CPF E ORDEM DE LEITURA.
004724 SD  ORDENACAO-PRESENCA.
004728 01  SRT-PRE-REG.
004732     05  SRT-CPF                 PIC 9(11).
004736     05  SRT-SEQUENCIA           PIC 9(09).
004740     05  SRT-NOME                PIC X(20).
004744     05  SRT-TIPO                PIC X(01).
004748         88  SRT-ENTRADA             VALUE 'E'.
004752
004756*    RESUMO POR PESSOA, NA ORDEM DO PRIMEIRO MOVIMENTO DO DIA.
004760 SD  ORDENACAO-RESUMO.
004764 01  SRT-RES-REG.
004768     05  SRS-SEQUENCIA           PIC 9(09).
004772     05  SRS-CPF                 PIC 9(11).
004776     05  SRS-NOME                PIC X(20).
004780     05  SRS-ENTRADAS            PIC 9(03).
004784     05  SRS-SAIDAS              PIC 9(03).
004788     05  SRS-ULT-TIPO            PIC X(01).
004792     05  FILLER                  PIC X(03).
004796
004800 WORKING-STORAGE SECTION.
004900 77  WS-CADMOV-STATUS            PIC X(02)   VALUE '00'.
005000     88  CADMOV-OK                   VALUE '00'.
005200     88  FIM-CADMOV                  VALUE '10'.
005300 77  WS-RELOUT-STATUS            PIC X(02)   VALUE '00'.
005400     88  RELOUT-OK                   VALUE '00'.
005414 77  WS-CADPRW-STATUS            PIC X(02)   VALUE '00'.
005428     88  CADPRW-OK                   VALUE '00'.
005442 77  SW-FIM-ORDENACAO            PIC X(01)   VALUE 'N'.
005456     88  FIM-ORDENACAO               VALUE 'S'.
005470 77  SW-TEM-PESSOA               PIC X(01)   VALUE 'N'.
005484     88  TEM-PESSOA                  VALUE 'S'.
005489 77  SW-ERRO-TRABALHO            PIC X(01)   VALUE 'N'.
005494     88  ERRO-TRABALHO               VALUE 'S'.
005500 77  WRK-DATA-ALFA               PIC X(08)   VALUE SPACES.
005600 77  WRK-DATA-DIA                PIC 9(08)   VALUE ZEROS.
005700 77  WRK-QTDE-LIDOS              PIC 9(09)   COMP VALUE ZERO.
005900 77  WRK-QTDE-SAIDAS             PIC 9(09)   COMP VALUE ZERO.
006000 77  WRK-QTDE-RECUSADAS          PIC 9(09)   COMP VALUE ZERO.
006100 77  WRK-QTDE-SEM-SAIDA          PIC 9(09)   COMP VALUE ZERO.
006200 77  WRK-QTDE-PESSOAS            PIC 9(09)   COMP VALUE ZERO.
006300 77  WRK-SEQUENCIA               PIC 9(09)   COMP VALUE ZERO.
006700
006772*    PESSOA EM APURACAO NA QUEBRA DE CPF; GRAVADA NO ARQUIVO DE
006844*    TRABALHO DO RESUMO.
006916 01  WRK-PRE-REG.
006988     05  WRK-PRE-SEQUENCIA       PIC 9(09).
007060     05  WRK-PRE-CPF             PIC 9(11).
007132     05  WRK-PRE-NOME            PIC X(20).
007204     05  WRK-PRE-ENTRADAS        PIC 9(03).
007276     05  WRK-PRE-SAIDAS          PIC 9(03).
007348     05  WRK-PRE-ULT-TIPO        PIC X(01).
007420     05  FILLER                  PIC X(03).
007500
007600     COPY NEGPARM.
008000
008100 01  WS-LINHA-CABECALHO-1        PIC X(80)
008200     VALUE 'RELATORIO DIARIO DE PRESENCA DA PORTARIA'.
014000***************************************************************
014100 0000-MAINLINE.
014200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
014250     SORT ORDENACAO-PRESENCA
014300         ON ASCENDING KEY SRT-CPF SRT-SEQUENCIA
014350         INPUT PROCEDURE IS 1500-SELECIONAR-MOVIMENTOS
014400             THRU 1500-SELECIONAR-MOVIMENTOS-EXIT
014450         OUTPUT PROCEDURE IS 4000-ACUMULAR-PRESENCA
014500             THRU 4000-ACUMULAR-PRESENCA-EXIT.
014512     IF ERRO-TRABALHO
014524         MOVE 8 TO RETURN-CODE
014536     ELSE
014550         SORT ORDENACAO-RESUMO
014600             ON ASCENDING KEY SRS-SEQUENCIA
014650             USING PRESENCA-TRABALHO
014700             OUTPUT PROCEDURE IS 5000-IMPRIMIR-RESUMO
014750                 THRU 5000-IMPRIMIR-RESUMO-EXIT
014775     END-IF.
014800     PERFORM 6000-IMPRIMIR-TOTAIS THRU 6000-IMPRIMIR-TOTAIS-EXIT.
014900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
015000     STOP RUN.
015700 1000-INICIALIZAR.
015800     OPEN INPUT MOVIMENTO.
015900     OPEN OUTPUT RELATORIO.
016000     SET DATNEG-FUNC-CORRENTE TO TRUE.
016050     CALL 'DATNEG' USING DATNEG-PARM.
016100     ACCEPT WRK-DATA-ALFA.
016200     IF WRK-DATA-ALFA IS NUMERIC
016300         MOVE WRK-DATA-ALFA TO WRK-DATA-DIA
016400     ELSE
016500         MOVE DATNEG-DATA TO WRK-DATA-DIA
016600     END-IF.
016700     MOVE WRK-DATA-DIA TO CAB-DATA-DIA.
016800     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
018600 1000-INICIALIZAR-EXIT.
018700     EXIT.
018800
018809***************************************************************
018818*    PROCEDIMENTO DE ENTRADA DA PRIMEIRA ORDENACAO: PERCORRE O  *
018827*    ARQUIVO DE MOVIMENTO ATE O FIM.                            *
018836***************************************************************
018845 1500-SELECIONAR-MOVIMENTOS.
018854     PERFORM 2000-PROCESSAR-MOVIMENTO
018863         THRU 2000-PROCESSAR-MOVIMENTO-EXIT
018872         UNTIL FIM-CADMOV.
018881 1500-SELECIONAR-MOVIMENTOS-EXIT.
018890     EXIT.
018895
018900***************************************************************
019000*    PARA CADA MOVIMENTO DA DATA DO RELATORIO: IMPRIME A LINHA  *
019100*    CRONOLOGICA, LIBERA OS MOVIMENTOS ADMITIDOS PARA O RESUMO  *
019200*    POR PESSOA E CONTA AS TENTATIVAS RECUSADAS.                *
019300***************************************************************
019400 2000-PROCESSAR-MOVIMENTO.
019500     IF MOV-DATA = WRK-DATA-DIA
019700         PERFORM 3000-IMPRIMIR-MOVIMENTO
019800             THRU 3000-IMPRIMIR-MOVIMENTO-EXIT
019900         IF MOV-ADMITIDO
020000             PERFORM 2200-LIBERAR-PRESENCA
020100                 THRU 2200-LIBERAR-PRESENCA-EXIT
020200         ELSE
020300             ADD 1 TO WRK-QTDE-RECUSADAS
020400         END-IF
021500 2100-LER-PROXIMO-EXIT.
021600     EXIT.
021700
021705***************************************************************
021710*    LIBERA O MOVIMENTO ADMITIDO PARA A ORDENACAO POR CPF, COM  *
021715*    A SEQUENCIA DE LEITURA QUE PRESERVA A ORDEM DO DIA.        *
021720***************************************************************
021725 2200-LIBERAR-PRESENCA.
021730     ADD 1 TO WRK-SEQUENCIA.
021735     MOVE MOV-CPF       TO SRT-CPF.
021740     MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
021745     MOVE MOV-NOME      TO SRT-NOME.
021750     MOVE MOV-TIPO      TO SRT-TIPO.
021755     RELEASE SRT-PRE-REG.
021760     IF MOV-ENTRADA
021765         ADD 1 TO WRK-QTDE-ENTRADAS
021770     ELSE
021775         ADD 1 TO WRK-QTDE-SAIDAS
021780     END-IF.
021785 2200-LIBERAR-PRESENCA-EXIT.
021790     EXIT.
021795
021800***************************************************************
021900*    IMPRIME UMA LINHA CRONOLOGICA DO MOVIMENTO CORRENTE.       *
022000***************************************************************
023700 3000-IMPRIMIR-MOVIMENTO-EXIT.
023800     EXIT.
023900
023971***************************************************************
024042*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO: ACUMULA OS    *
024113*    MOVIMENTOS ADMITIDOS DE CADA CPF E, NA QUEBRA, GRAVA A     *
024184*    PESSOA NO ARQUIVO DE TRABALHO COM A SEQUENCIA DO SEU       *
024255*    PRIMEIRO MOVIMENTO E O ULTIMO TIPO, PARA O ALERTA DE       *
024326*    ENTRADA SEM SAIDA.                                         *
024397***************************************************************
024468 4000-ACUMULAR-PRESENCA.
024539     OPEN OUTPUT PRESENCA-TRABALHO.
024547     IF NOT CADPRW-OK
024555         DISPLAY 'ERRO: FALHA AO ABRIR ARQUIVO DE TRABALHO - '
024563             'STATUS ' WS-CADPRW-STATUS
024571         MOVE 8 TO RETURN-CODE
024579         SET ERRO-TRABALHO TO TRUE
024587         GO TO 4000-ACUMULAR-PRESENCA-EXIT
024595     END-IF.
024610     MOVE 'N' TO SW-FIM-ORDENACAO.
024681     PERFORM 4100-RETORNAR-PRESENCA
024752         THRU 4100-RETORNAR-PRESENCA-EXIT.
024823     PERFORM 4200-TRATAR-PRESENCA
024894         THRU 4200-TRATAR-PRESENCA-EXIT
024965         UNTIL FIM-ORDENACAO.
025036     IF TEM-PESSOA
025107         PERFORM 4300-GRAVAR-PESSOA THRU 4300-GRAVAR-PESSOA-EXIT
025178     END-IF.
025249     CLOSE PRESENCA-TRABALHO.
025320 4000-ACUMULAR-PRESENCA-EXIT.
025391     EXIT.
025462
025533 4100-RETORNAR-PRESENCA.
025604     RETURN ORDENACAO-PRESENCA
025675         AT END
025746             SET FIM-ORDENACAO TO TRUE
025817     END-RETURN.
025888 4100-RETORNAR-PRESENCA-EXIT.
025959     EXIT.
026030
026101 4200-TRATAR-PRESENCA.
026172     IF NOT TEM-PESSOA OR SRT-CPF NOT = WRK-PRE-CPF
026243         IF TEM-PESSOA
026314             PERFORM 4300-GRAVAR-PESSOA
026385                 THRU 4300-GRAVAR-PESSOA-EXIT
026456         END-IF
026527         SET TEM-PESSOA TO TRUE
026598         MOVE SPACES        TO WRK-PRE-REG
026669         MOVE SRT-SEQUENCIA TO WRK-PRE-SEQUENCIA
026740         MOVE SRT-CPF       TO WRK-PRE-CPF
026811         MOVE SRT-NOME      TO WRK-PRE-NOME
026882         MOVE ZEROS         TO WRK-PRE-ENTRADAS
026953         MOVE ZEROS         TO WRK-PRE-SAIDAS
027024     END-IF.
027095     IF SRT-ENTRADA
027166         ADD 1 TO WRK-PRE-ENTRADAS
027237     ELSE
027308         ADD 1 TO WRK-PRE-SAIDAS
027379     END-IF.
027450     MOVE SRT-TIPO TO WRK-PRE-ULT-TIPO.
027521     PERFORM 4100-RETORNAR-PRESENCA
027592         THRU 4100-RETORNAR-PRESENCA-EXIT.
027663 4200-TRATAR-PRESENCA-EXIT.
027734     EXIT.
027805
027876 4300-GRAVAR-PESSOA.
027947     ADD 1 TO WRK-QTDE-PESSOAS.
028018     WRITE CADPRW-REG FROM WRK-PRE-REG.
028089     IF NOT CADPRW-OK
028160         DISPLAY 'ERRO: FALHA AO GRAVAR ARQUIVO DE TRABALHO - '
028231             'STATUS ' WS-CADPRW-STATUS
028302         MOVE 8 TO RETURN-CODE
028337         SET ERRO-TRABALHO TO TRUE
028373     END-IF.
028444 4300-GRAVAR-PESSOA-EXIT.
028515     EXIT.
028586
028657***************************************************************
028728*    PROCEDIMENTO DE SAIDA DA SEGUNDA ORDENACAO: IMPRIME O      *
028799*    RESUMO DE PRESENCA POR PESSOA NA ORDEM DO PRIMEIRO         *
028870*    MOVIMENTO DO DIA, SINALIZANDO QUEM ENTROU E NAO REGISTROU  *
028941*    SAIDA.                                                     *
029012***************************************************************
029083 5000-IMPRIMIR-RESUMO.
029154     WRITE REL-LINHA FROM WS-LINHA-BRANCO.
029225     PERFORM 8100-VERIFICAR-RELOUT
029296         THRU 8100-VERIFICAR-RELOUT-EXIT.
029367     WRITE REL-LINHA FROM WS-LINHA-TIT-RESUMO.
029438     PERFORM 8100-VERIFICAR-RELOUT
029509         THRU 8100-VERIFICAR-RELOUT-EXIT.
029580     WRITE REL-LINHA FROM WS-LINHA-COL-RESUMO.
029651     PERFORM 8100-VERIFICAR-RELOUT
029722         THRU 8100-VERIFICAR-RELOUT-EXIT.
029793     MOVE 'N' TO SW-FIM-ORDENACAO.
029864     PERFORM 5050-RETORNAR-RESUMO
029935         THRU 5050-RETORNAR-RESUMO-EXIT.
030006     PERFORM 5100-IMPRIMIR-PESSOA
030077         THRU 5100-IMPRIMIR-PESSOA-EXIT
030148         UNTIL FIM-ORDENACAO.
030219 5000-IMPRIMIR-RESUMO-EXIT.
030290     EXIT.
030361
030432 5050-RETORNAR-RESUMO.
030503     RETURN ORDENACAO-RESUMO
030574         AT END
030645             SET FIM-ORDENACAO TO TRUE
030716     END-RETURN.
030787 5050-RETORNAR-RESUMO-EXIT.
030858     EXIT.
030929
031000 5100-IMPRIMIR-PESSOA.
031071     MOVE SRS-CPF      TO RES-CPF.
031142     MOVE SRS-NOME     TO RES-NOME.
031213     MOVE SRS-ENTRADAS TO RES-ENTRADAS.
031284     MOVE SRS-SAIDAS   TO RES-SAIDAS.
031355     IF SRS-ENTRADAS > SRS-SAIDAS
031426         OR SRS-ULT-TIPO = 'E'
031497         MOVE 'ENTROU E NAO SAIU' TO RES-SITUACAO
031568         ADD 1 TO WRK-QTDE-SEM-SAIDA
031639     ELSE
031710         MOVE SPACES TO RES-SITUACAO
031781     END-IF.
031852     WRITE REL-LINHA FROM WS-LINHA-RESUMO.
031923     PERFORM 8100-VERIFICAR-RELOUT
031994         THRU 8100-VERIFICAR-RELOUT-EXIT.
032065     PERFORM 5050-RETORNAR-RESUMO
032136         THRU 5050-RETORNAR-RESUMO-EXIT.
032207 5100-IMPRIMIR-PESSOA-EXIT.
032278     EXIT.
032300
032400***************************************************************
032500*    IMPRIME OS TOTAIS DO DIA.                                  *
035300     WRITE REL-LINHA FROM WS-LINHA-TOTAL.
035400     PERFORM 8100-VERIFICAR-RELOUT
035500         THRU 8100-VERIFICAR-RELOUT-EXIT.
036300     DISPLAY 'MOVIMENTOS DO DIA    : ' WRK-QTDE-LIDOS.
036400     DISPLAY 'ENTRADAS ADMITIDAS   : ' WRK-QTDE-ENTRADAS.
036500     DISPLAY 'SAIDAS ADMITIDAS     : ' WRK-QTDE-SAIDAS.
