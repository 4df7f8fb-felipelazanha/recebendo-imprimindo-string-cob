002150*                       ACOMPANHANDO O CPF E O OPERADOR         *
002160*                       INCLUIDOS NO LAYOUT AUDLOG; OPERACAO    *
002170*                       ENDERECO INCLUIDA NOS TOTAIS.           *
002180*    2026-10-15 EMC     DATA DO CABECALHO PASSA A SER A DATA DE *
002190*                       NEGOCIO (ROTINA DATNEG).                *
002192*    2026-10-15 EMC     OPERACOES AUTORIZA, SOLCORR, SOLUNIF,   *
002194*                       CORRCPF, UNIFCPF E ELIMINAR INCLUIDAS   *
002196*                       NOS TOTAIS POR OPERACAO/RESULTADO.      *
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. PROGCOB06.
008820 77  WRK-REA-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008830 77  WRK-END-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008840 77  WRK-END-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008844 77  WRK-AUT-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008848 77  WRK-AUT-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008852 77  WRK-SCO-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008856 77  WRK-SCO-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008860 77  WRK-SUN-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008864 77  WRK-SUN-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008868 77  WRK-COR-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008872 77  WRK-COR-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008876 77  WRK-UNI-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008880 77  WRK-UNI-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008884 77  WRK-ELI-APROVADAS           PIC 9(05)   COMP VALUE ZERO.
008888 77  WRK-ELI-REJEITADAS          PIC 9(05)   COMP VALUE ZERO.
008900 77  WRK-QTDE-MOTIVOS            PIC 9(03)   COMP VALUE ZERO.
009000 77  WRK-QTDE-MOT-OVFL           PIC 9(05)   COMP VALUE ZERO.
009100 77  IX-MOT                      PIC 9(03)   COMP VALUE ZERO.
010100         10  WRK-MOT-TEXTO       PIC X(30).
010200         10  WRK-MOT-QTDE        PIC 9(05)   COMP.
010300
010400     COPY NEGPARM.
010800
010900 01  WS-LINHA-CABECALHO-1        PIC X(80)
011000     VALUE 'RESUMO DIARIO DE OPERACOES - LOG DE AUDITORIA'.
018300             'ARQUIVAMENTO DESLIGADO NESTA EXECUCAO'
018400     END-IF.
018500     DISPLAY 'DATA DE CORTE PARA ARQUIVAMENTO: ' WRK-DATA-CORTE.
018600     SET DATNEG-FUNC-CORRENTE TO TRUE.
018650     CALL 'DATNEG' USING DATNEG-PARM.
018700     MOVE DATNEG-DD   TO CAB-DATA-DD.
018800     MOVE DATNEG-MM   TO CAB-DATA-MM.
018900     MOVE DATNEG-AAAA TO CAB-DATA-AAAA.
019000     WRITE REL-LINHA FROM WS-LINHA-CABECALHO-1.
019100     PERFORM 8100-VERIFICAR-RELOUT
019200         THRU 8100-VERIFICAR-RELOUT-EXIT.
025668             ELSE
025672                 ADD 1 TO WRK-END-REJEITADAS
025674             END-IF
025675         WHEN 'AUTORIZA'
025676             IF AUDLOG-APROVADO
025677                 ADD 1 TO WRK-AUT-APROVADAS
025678             ELSE
025679                 ADD 1 TO WRK-AUT-REJEITADAS
025680             END-IF
025681         WHEN 'SOLCORR '
025682             IF AUDLOG-APROVADO
025683                 ADD 1 TO WRK-SCO-APROVADAS
025684             ELSE
025685                 ADD 1 TO WRK-SCO-REJEITADAS
025686             END-IF
025687         WHEN 'SOLUNIF '
025688             IF AUDLOG-APROVADO
025689                 ADD 1 TO WRK-SUN-APROVADAS
025690             ELSE
025691                 ADD 1 TO WRK-SUN-REJEITADAS
025692             END-IF
025693         WHEN 'CORRCPF '
025694             IF AUDLOG-APROVADO
025695                 ADD 1 TO WRK-COR-APROVADAS
025696             ELSE
025697                 ADD 1 TO WRK-COR-REJEITADAS
025698             END-IF
025699         WHEN 'UNIFCPF '
025700             IF AUDLOG-APROVADO
025701                 ADD 1 TO WRK-UNI-APROVADAS
025702             ELSE
025703                 ADD 1 TO WRK-UNI-REJEITADAS
025704             END-IF
025705         WHEN 'ELIMINAR'
025706             IF AUDLOG-APROVADO
025707                 ADD 1 TO WRK-ELI-APROVADAS
025708             ELSE
025709                 ADD 1 TO WRK-ELI-REJEITADAS
025710             END-IF
025711     END-EVALUATE.
025800     IF AUDLOG-MOTIVO NOT = SPACES
025900         PERFORM 3100-CONTAR-MOTIVO
026000             THRU 3100-CONTAR-MOTIVO-EXIT
035768     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035772     PERFORM 8100-VERIFICAR-RELOUT
035774         THRU 8100-VERIFICAR-RELOUT-EXIT.
035775     MOVE 'AUTORIZA'          TO OPE-NOME.
035776     MOVE WRK-AUT-APROVADAS   TO OPE-APROVADAS.
035777     MOVE WRK-AUT-REJEITADAS  TO OPE-REJEITADAS.
035778     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035779     PERFORM 8100-VERIFICAR-RELOUT
035780         THRU 8100-VERIFICAR-RELOUT-EXIT.
035781     MOVE 'SOLCORR '          TO OPE-NOME.
035782     MOVE WRK-SCO-APROVADAS   TO OPE-APROVADAS.
035783     MOVE WRK-SCO-REJEITADAS  TO OPE-REJEITADAS.
035784     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035785     PERFORM 8100-VERIFICAR-RELOUT
035786         THRU 8100-VERIFICAR-RELOUT-EXIT.
035787     MOVE 'SOLUNIF '          TO OPE-NOME.
035788     MOVE WRK-SUN-APROVADAS   TO OPE-APROVADAS.
035789     MOVE WRK-SUN-REJEITADAS  TO OPE-REJEITADAS.
035790     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035791     PERFORM 8100-VERIFICAR-RELOUT
035792         THRU 8100-VERIFICAR-RELOUT-EXIT.
035793     MOVE 'CORRCPF '          TO OPE-NOME.
035794     MOVE WRK-COR-APROVADAS   TO OPE-APROVADAS.
035795     MOVE WRK-COR-REJEITADAS  TO OPE-REJEITADAS.
035796     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035797     PERFORM 8100-VERIFICAR-RELOUT
035798         THRU 8100-VERIFICAR-RELOUT-EXIT.
035799     MOVE 'UNIFCPF '          TO OPE-NOME.
035800     MOVE WRK-UNI-APROVADAS   TO OPE-APROVADAS.
035801     MOVE WRK-UNI-REJEITADAS  TO OPE-REJEITADAS.
035802     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035803     PERFORM 8100-VERIFICAR-RELOUT
035804         THRU 8100-VERIFICAR-RELOUT-EXIT.
035805     MOVE 'ELIMINAR'          TO OPE-NOME.
035806     MOVE WRK-ELI-APROVADAS   TO OPE-APROVADAS.
035807     MOVE WRK-ELI-REJEITADAS  TO OPE-REJEITADAS.
035808     WRITE REL-LINHA FROM WS-LINHA-OPERACAO.
035809     PERFORM 8100-VERIFICAR-RELOUT
035810         THRU 8100-VERIFICAR-RELOUT-EXIT.
035811     IF WRK-QTDE-MOTIVOS > ZERO
035900         WRITE REL-LINHA FROM WS-LINHA-TIT-MOTIVOS
036000         PERFORM 8100-VERIFICAR-RELOUT
036100             THRU 8100-VERIFICAR-RELOUT-EXIT
038000                  WRK-EXC-APROVADAS WRK-EXC-REJEITADAS
038050                  WRK-REA-APROVADAS WRK-REA-REJEITADAS
038060                  WRK-END-APROVADAS WRK-END-REJEITADAS
038065                  WRK-AUT-APROVADAS WRK-AUT-REJEITADAS
038070                  WRK-SCO-APROVADAS WRK-SCO-REJEITADAS
038075                  WRK-SUN-APROVADAS WRK-SUN-REJEITADAS
038080                  WRK-COR-APROVADAS WRK-COR-REJEITADAS
038085                  WRK-UNI-APROVADAS WRK-UNI-REJEITADAS
038090                  WRK-ELI-APROVADAS WRK-ELI-REJEITADAS
038100                  WRK-QTDE-MOTIVOS  WRK-QTDE-MOT-OVFL.
038200 5000-IMPRIMIR-GRUPO-EXIT.
038300     EXIT.
