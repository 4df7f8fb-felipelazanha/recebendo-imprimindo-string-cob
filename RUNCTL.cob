000700*                   (FUNCOES 'I' E 'F', COM QUANTIDADE E        *
000800*                   CODIGO DE RETORNO) E VERIFICA, NA FUNCAO    *
000900*                   'G' (GATE), SE O PROGRAMA EXIGIDO TERMINOU  *
001000*                   COM RC ZERO NA DATA DE NEGOCIO CORRENTE     *
001050*                   (ROTINA DATNEG), DEVOLVENDO O               *
001100*                   RESULTADO EM RUNCTL-RESULTADO (COPYBOOK     *
001200*                   RUNPARM).                                   *
001300*    AUTOR........: EQUIPE DE MANUTENCAO COBOL                  *
001800*    DATA       AUTOR   DESCRICAO                                *
001900*    2026-09-03 EMC     VERSAO ORIGINAL - CONTROLE DA JANELA    *
002000*                       NOTURNA.                                *
002025*    2026-10-15 EMC     NA FUNCAO 'F' O RC INFORMADO VOLTA EM   *
002050*                       RETURN-CODE, PARA QUE A CHAMADA FINAL   *
002075*                       NAO ZERE O CODIGO DE RETORNO DO STEP.   *
002080*    2026-10-15 EMC     GATE PASSA A VALER PARA A DATA DE       *
002085*                       NEGOCIO: CONTA O FIM REGISTRADO DESDE   *
002090*                       A ABERTURA DO DIA (ROTINA DATNEG),      *
002095*                       MESMO QUE A JANELA PASSE DA MEIA-NOITE. *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. RUNCTL.
005400     05  WS-HORA-MM              PIC 9(02).
005500     05  WS-HORA-SS              PIC 9(02).
005600     05  WS-HORA-CENT            PIC 9(02).
005606
005612*    DATA-HORA DO REGISTRO LIDO E DA ABERTURA DO DIA DE NEGOCIO.
005618 01  WRK-MARCA-RUN.
005624     05  WRK-RUN-DATA            PIC 9(08)   VALUE ZEROS.
005630     05  WRK-RUN-HORA            PIC 9(06)   VALUE ZEROS.
005636 01  WRK-MARCA-RUN-N REDEFINES WRK-MARCA-RUN
005642                                 PIC 9(14).
005648 01  WRK-MARCA-ABERTURA.
005654     05  WRK-ABERTURA-DATA       PIC 9(08)   VALUE ZEROS.
005660     05  WRK-ABERTURA-HORA       PIC 9(06)   VALUE ZEROS.
005666 01  WRK-MARCA-ABERTURA-N REDEFINES WRK-MARCA-ABERTURA
005672                                 PIC 9(14).
005678
005684     COPY NEGPARM.
005700
005800 LINKAGE SECTION.
005900     COPY RUNPARM.
007100         WHEN RUNCTL-FUNC-FIM
007200             PERFORM 1000-GRAVAR-REGISTRO
007300                 THRU 1000-GRAVAR-REGISTRO-EXIT
007350             MOVE RUNCTL-RC TO RETURN-CODE
007400         WHEN RUNCTL-FUNC-GATE
007500             PERFORM 2000-VERIFICAR-GATE
007600                 THRU 2000-VERIFICAR-GATE-EXIT
011500
011600***************************************************************
011700*    VERIFICA SE O PROGRAMA EXIGIDO (RUNCTL-GATE-JOB) GRAVOU    *
011800*    UM REGISTRO DE FIM COM RC ZERO NA DATA DE NEGOCIO          *
011900*    CORRENTE, ISTO E, DESDE A ABERTURA DO DIA (SEM CONTROLE DA *
011950*    DATA DE NEGOCIO, DESDE 00:00 DA DATA DO SISTEMA). O        *
011960*    ARQUIVO E LIDO ATE O FIM PARA COBRIR REEXECUCOES NO        *
012000*    MESMO DIA.                                                 *
012100***************************************************************
012200 2000-VERIFICAR-GATE.
012300     SET RUNCTL-GATE-FALHOU TO TRUE.
012320     SET DATNEG-FUNC-CORRENTE TO TRUE.
012340     CALL 'DATNEG' USING DATNEG-PARM.
012360     MOVE DATNEG-ABERTURA-DATA TO WRK-ABERTURA-DATA.
012380     MOVE DATNEG-ABERTURA-HORA TO WRK-ABERTURA-HORA.
012400     OPEN INPUT RUNCONTROLE.
012500     IF NOT CADRUN-OK
012600         IF NOT CADRUN-NAO-EXISTE
014200         AT END
014300             SET FIM-LEITURA TO TRUE
014400         NOT AT END
014433             MOVE RUN-DATA TO WRK-RUN-DATA
014466             MOVE RUN-HORA TO WRK-RUN-HORA
014500             IF RUN-JOB = RUNCTL-GATE-JOB AND
014600                 RUN-FIM AND
014700                 WRK-MARCA-RUN-N NOT < WRK-MARCA-ABERTURA-N AND
014800                 RUN-RC = ZEROS
014900                 SET RUNCTL-GATE-OK TO TRUE
015000             END-IF
