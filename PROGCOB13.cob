002230*                       DO PESSOA-REC NAS ALTERACOES,           *
002240*                       INATIVACOES E REATIVACOES APLICADAS,    *
002250*                       COMO NA CAPTURA INTERATIVA.             *
002262*    2026-10-15 EMC     DATAS DE CADASTRO E DE INATIVACAO PELA  *
002274*                       DATA DE NEGOCIO (ROTINA DATNEG); TRILHA *
002286*                       E HISTORICO CONTINUAM NO RELOGIO.       *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PROGCOB13.
011600     COPY CPFPARM.
011620
011640     COPY RUNPARM.
011660
011680     COPY NEGPARM.
011700
011800***************************************************************
011900 PROCEDURE DIVISION.
014600*    PRIMEIRA EXECUCAO.                                         *
014700***************************************************************
014800 1000-INICIALIZAR.
014833     SET DATNEG-FUNC-CORRENTE TO TRUE.
014866     CALL 'DATNEG' USING DATNEG-PARM.
014900     OPEN I-O CADASTRO-PESSOAS.
015000     IF CADPES-NAO-EXISTE
015100         OPEN OUTPUT CADASTRO-PESSOAS
028860             THRU 8700-AUDITAR-REJEICAO-EXIT
028900         GO TO 3000-INCLUIR-EXIT
029000     END-IF.
029200     MOVE TRMNT-NOME         TO PESSOA-NOME.
029300     MOVE TRMNT-IDADE        TO PESSOA-IDADE.
029400     MOVE TRMNT-CPF          TO PESSOA-CPF.
029900             TRMNT-NOME
030000         MOVE ZEROS          TO PESSOA-DT-NASCTO
030100     END-IF.
030200     MOVE DATNEG-DATA        TO PESSOA-DT-CADASTRO.
030300     SET PESSOA-ATIVO        TO TRUE.
030400     MOVE ZEROS              TO PESSOA-DT-INATIVACAO.
030500     WRITE PESSOA-REC.
039900         GO TO 5000-INATIVAR-EXIT
040000     END-IF.
040100     SET PESSOA-INATIVO TO TRUE.
040300     MOVE DATNEG-DATA TO PESSOA-DT-INATIVACAO.
040400     REWRITE PESSOA-REC.
040500     IF CADPES-OK
040600         ADD 1 TO WRK-QTDE-INATIVADAS
