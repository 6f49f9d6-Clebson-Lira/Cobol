000220*    SE O SISTSTAT AINDA NAO EXISTE (IMPLANTACAO), E CRIADO     *
000230*    COM JANELA FECHADA E SEM SESSAO, E O COMANDO E APLICADO    *
000240*    EM SEGUIDA.                                                *
000242*    A ABERTURA DA JANELA (ABRIR OU FORCAR) E REGISTRADA COMO   *
000244*    O PRIMEIRO PASSO DA CADEIA NOTURNA DA DATA-MOVIMENTO NO    *
000246*    CONTROLE DE LOTE (CTLLOTE), SEM CONTROLE DE REEXECUCAO,    *
000248*    POIS TODO JOB NOTURNO ABRE A JANELA.                       *
000250*****************************************************************
000260*    HISTORICO DE MANUTENCAO                                   *
000270*    DATA       AUTOR   DESCRICAO                               *
000280*    ---------- ------- -----------------------------------------
000290*    2026-09-02 CL      CRIACAO DO UTILITARIO - TRAVA ENTRE O  *
000300*                       CAIXA ONLINE E A JANELA DE LOTE        *
000302*    2026-10-15 CL      ABERTURA DA JANELA (ABRIR E FORCAR)    *
000304*                       REGISTRADA COMO PRIMEIRO PASSO DA      *
000306*                       CADEIA NOTURNA NA DATA-MOVIMENTO       *
000308*                       (CTLLOTE, VIA CTLPAS01)                *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000380     SELECT AUDITORIA-ARQ ASSIGN TO "AUDTRAIL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-STATUS-AUDITORIA.
000402     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000404         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS WS-STATUS-DATAMOV.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SISTSTAT-ARQ
000460 FD  AUDITORIA-ARQ
000470     LABEL RECORD IS STANDARD.
000480 COPY AUDREG.
000482 FD  DATAMOV-ARQ
000484     LABEL RECORD IS STANDARD.
000486 COPY DATREG.
000490 WORKING-STORAGE SECTION.
000500 01  WS-STATUS-SISTSTAT          PIC X(02) VALUE "00".
000510     88  ST-SISTSTAT-OK                   VALUE "00".
000530     88  ST-SISTSTAT-INEXISTENTE          VALUE "35".
000540 01  WS-STATUS-AUDITORIA         PIC X(02) VALUE "00".
000550     88  ST-AUDITORIA-OK                  VALUE "00".
000552 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
000554     88  ST-DATAMOV-OK                    VALUE "00".
000556     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
000560 01  WS-COMANDO                  PIC X(08) VALUE SPACES.
000570 01  WS-ESTADO-ATUAL.
000580     05  WS-JANELA-ATUAL         PIC X(01) VALUE "F".
000600     05  WS-OPERADOR-ATUAL       PIC 9(04) VALUE ZERO.
000610 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
000620 01  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.
000625 COPY CTLPAS.
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     ACCEPT WS-COMANDO
001280     MOVE "A" TO WS-JANELA-ATUAL
001290     PERFORM 5000-REGRAVAR-ESTADO THRU 5000-EXIT
001300     DISPLAY "JANELA01: JANELA DE LOTE ABERTA".
001305     PERFORM 6000-REGISTRAR-PASSO THRU 6000-EXIT.
001310 2000-EXIT.
001320     EXIT.
001330*
001560     MOVE ZERO TO WS-OPERADOR-ATUAL
001570     PERFORM 5000-REGRAVAR-ESTADO THRU 5000-EXIT
001580     DISPLAY "JANELA01: JANELA DE LOTE ABERTA (FORCADA)".
001585     PERFORM 6000-REGISTRAR-PASSO THRU 6000-EXIT.
001590 4000-EXIT.
001600     EXIT.
001610*
002080 5000-EXIT.
002090     EXIT.
002100*
960000*----------------------------------------------------------------
960002*    6000-REGISTRAR-PASSO
960004*    REGISTRA A ABERTURA DA JANELA COMO PASSO DA CADEIA NOTURNA
960006*    DA DATA-MOVIMENTO (CTLPAS01: INICIO E FIM NO MESMO
960008*    INSTANTE). SEM DATAMOV (IMPLANTACAO) NAO HA O QUE
960010*    REGISTRAR; FALHA NO CONTROLE SO E AVISADA, POIS A JANELA
960012*    JA ESTA ABERTA E OS PASSOS SEGUINTES A CONFEREM.
960014*----------------------------------------------------------------
960016 6000-REGISTRAR-PASSO.
960018     OPEN INPUT DATAMOV-ARQ
960020     IF NOT ST-DATAMOV-OK
960022         DISPLAY "JANELA01: DATAMOV INDISPONIVEL, STATUS "
960024                 WS-STATUS-DATAMOV " - PASSO NAO REGISTRADO NO "
960026                 "CONTROLE DE LOTE"
960028         GO TO 6000-EXIT
960030     END-IF
960032     READ DATAMOV-ARQ
960034         AT END
960036             DISPLAY "JANELA01: ARQUIVO DATAMOV VAZIO - PASSO "
960038                     "NAO REGISTRADO NO CONTROLE DE LOTE"
960040             CLOSE DATAMOV-ARQ
960042             GO TO 6000-EXIT
960044     END-READ
960046     CLOSE DATAMOV-ARQ
960048     MOVE "I" TO CTP-FUNCAO
960050     MOVE "JANELA01" TO CTP-PROGRAMA
960052     MOVE DAT-DATA-MOVIMENTO TO CTP-DATA-MOVIMENTO
960054     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960056                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960058     CALL "CTLPAS01" USING CTP-PARAMETROS
960060     IF CTP-AUTORIZADO
960062         MOVE "C" TO CTP-FUNCAO
960064         CALL "CTLPAS01" USING CTP-PARAMETROS
960066     END-IF
960068     IF NOT CTP-AUTORIZADO
960070         DISPLAY "JANELA01: AVISO - " CTP-MENSAGEM
960072     END-IF.
960074 6000-EXIT.
960076     EXIT.
960078*
002110 9999-ABENDAR.
002120     DISPLAY "JANELA01: ENCERRADO COM ERRO - VERIFIQUE OS "
002130             "STATUS ACIMA".
