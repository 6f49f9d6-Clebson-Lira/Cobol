900014*                       AUDITORIA, CAMPOS INCLUIDOS NO     *
900016*                       AUDREG (EVENTO DE LOTE NAO TEM     *
900018*                       OPERADOR NEM CLIENTE).             *
970000*    2026-10-15 CL      AVISO DE DORMENCIA PROXIMA: CONTA      *
970002*                       ATIVA A MENOS DE PRM-DIAS-AVISO-       *
970004*                       DORMENCIA DIAS DA DORMENCIA GERA UM    *
970006*                       EVENTO "I" NO ARQUIVO EVENTOS, COM A   *
970008*                       DATA PREVISTA, PARA O AVISO AO CLIENTE *
970010*                       (AVISOS01), E SAI NO RELATORIO.        *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000360     SELECT AUDITORIA-ARQ ASSIGN TO "AUDTRAIL"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-STATUS-AUDITORIA.
000382     SELECT EVENTOS-ARQ ASSIGN TO "EVENTOS"
000384         ORGANIZATION IS SEQUENTIAL
000386         FILE STATUS IS WS-STATUS-EVENTOS.
910000     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
910002         ORGANIZATION IS SEQUENTIAL
910004         FILE STATUS IS WS-STATUS-DATAMOV.
000470 FD  AUDITORIA-ARQ
000480     LABEL RECORD IS STANDARD.
000490 COPY AUDREG.
000492 FD  EVENTOS-ARQ
000494     LABEL RECORD IS STANDARD.
000496 COPY EVTREG.
920000 FD  DATAMOV-ARQ
920002     LABEL RECORD IS STANDARD.
920004 COPY DATREG.
000630     88  ST-PARAMS-INEXISTENTE            VALUE "35".
000640 01  WS-STATUS-AUDITORIA         PIC X(02) VALUE "00".
000650     88  ST-AUDITORIA-OK                  VALUE "00".
000652 01  WS-STATUS-EVENTOS           PIC X(02) VALUE "00".
000654     88  ST-EVENTOS-OK                    VALUE "00".
000660 01  WS-DATA-HORA-INATIV.
000670     05  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.
000680     05  WS-HORA-SISTEMA-I      PIC 9(08) VALUE ZERO.
000690 01  WS-PARAMETROS.
000700     05  WS-DIAS-DORMENCIA      PIC 9(04) VALUE ZERO.
000702     05  WS-DIAS-AVISO          PIC 9(02) VALUE ZERO.
000704     05  WS-DIAS-INICIO-AVISO   PIC 9(04) VALUE ZERO.
000710     05  WS-VIGENCIA-ADOTADA    PIC 9(08) VALUE ZERO.
000720 01  WS-CALCULO-DIAS.
000730     05  WS-DIAS-HOJE           PIC 9(07) VALUE ZERO.
000740     05  WS-DIAS-ULTIMO-MOVTO   PIC 9(07) VALUE ZERO.
000750     05  WS-DIAS-SEM-MOVTO      PIC S9(07) VALUE ZERO.
000752     05  WS-DATA-DORMENCIA      PIC 9(08) VALUE ZERO.
000760 01  WS-CONTADORES.
000770     05  WS-QTD-LIDAS           PIC 9(07) COMP VALUE ZERO.
000780     05  WS-QTD-DORMENTES-NOVAS PIC 9(07) COMP VALUE ZERO.
000790     05  WS-QTD-JA-DORMENTES    PIC 9(07) COMP VALUE ZERO.
000800     05  WS-QTD-SEM-DATA        PIC 9(07) COMP VALUE ZERO.
000805     05  WS-QTD-AVISOS          PIC 9(07) COMP VALUE ZERO.
000810 01  WS-SALDO-EDITADO           PIC -Z,ZZZ,ZZZ.99.
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
001040         CLOSE AUDITORIA-ARQ
001050         OPEN EXTEND AUDITORIA-ARQ
001060     END-IF
001062     OPEN EXTEND EVENTOS-ARQ
001064     IF NOT ST-EVENTOS-OK
001066         CLOSE EVENTOS-ARQ
001068         OPEN OUTPUT EVENTOS-ARQ
001069         CLOSE EVENTOS-ARQ
001070         OPEN EXTEND EVENTOS-ARQ
001071     END-IF
001072     DISPLAY "-------------------------------------------------"
001080     DISPLAY "INATIV01 - RELATORIO DE DORMENCIA - "
001090             WS-DATA-PROCESSAMENTO
001100     DISPLAY "DIAS SEM MOVIMENTO PARA DORMENCIA: "
001110             WS-DIAS-DORMENCIA
001112     DISPLAY "AVISO AO CLIENTE COM ANTECEDENCIA DE: "
001114             WS-DIAS-AVISO " DIAS"
001120     DISPLAY "-------------------------------------------------".
001130 1000-EXIT.
001140     EXIT.
905006                     ELSE
905008                         MOVE ZERO TO WS-DIAS-DORMENCIA
905010                     END-IF
905012                     IF PRM-DIAS-AVISO-DORMENCIA NUMERIC
905014                         MOVE PRM-DIAS-AVISO-DORMENCIA
905016                             TO WS-DIAS-AVISO
905018                     ELSE
905020                         MOVE ZERO TO WS-DIAS-AVISO
905022                     END-IF
001470                 END-IF
001480         END-READ
001490     END-PERFORM
001570         DISPLAY "INATIV01: DIAS DE DORMENCIA ZERADOS NO "
001580                 "PARAMETRO, JOB NAO EXECUTADO"
001590         GO TO 9999-ABENDAR
001600     END-IF
001601     IF WS-DIAS-AVISO < WS-DIAS-DORMENCIA
001602         COMPUTE WS-DIAS-INICIO-AVISO =
001603             WS-DIAS-DORMENCIA - WS-DIAS-AVISO
001604     ELSE
001605         MOVE ZERO TO WS-DIAS-INICIO-AVISO
001606     END-IF.
001610 1200-EXIT.
001620     EXIT.
001630*
001800*    AUDITORIA E LINHA NO RELATORIO. CONTA SEM DATA DE ULTIMO   *
001810*    MOVIMENTO (CADASTRO ANTERIOR A ESTE CONTROLE) E APENAS     *
001820*    CONTADA, POIS NAO HA COMO APURAR A DORMENCIA.              *
001822*    CONTA ATIVA QUE AINDA NAO ATINGIU A DORMENCIA, MAS JA      *
001824*    ENTROU NA JANELA DE AVISO, RECEBE O AVISO DE DORMENCIA     *
001826*    PROXIMA (UM POR EXECUCAO DO JOB).                          *
001830*----------------------------------------------------------------
001840 2100-AVALIAR-CONTA.
001850     ADD 1 TO WS-QTD-LIDAS
002030     COMPUTE WS-DIAS-SEM-MOVTO =
002040         WS-DIAS-HOJE - WS-DIAS-ULTIMO-MOVTO
002050     IF WS-DIAS-SEM-MOVTO < WS-DIAS-DORMENCIA
002052         IF WS-DIAS-AVISO > ZERO
002054             AND WS-DIAS-SEM-MOVTO NOT < WS-DIAS-INICIO-AVISO
002056             PERFORM 2300-AVISAR-DORMENCIA THRU 2300-EXIT
002058         END-IF
002060         GO TO 2100-EXIT
002070     END-IF
002080     PERFORM 2200-ADORMECER-CONTA THRU 2200-EXIT.
002430 2200-EXIT.
002440     EXIT.
002450*
975000*----------------------------------------------------------------
975002*    2300-AVISAR-DORMENCIA
975004*    GRAVA NO ARQUIVO EVENTOS O AVISO DE DORMENCIA PROXIMA
975006*    ("I"), COM A DATA A PARTIR DA QUAL A CONTA FICA DORMENTE
975008*    (ULTIMO MOVIMENTO MAIS OS DIAS DE DORMENCIA), E IMPRIME A
975010*    LINHA DO RELATORIO. FALHA NA GRAVACAO E SO AVISADA.
975012*----------------------------------------------------------------
975014 2300-AVISAR-DORMENCIA.
975016     COMPUTE WS-DATA-DORMENCIA = FUNCTION DATE-OF-INTEGER
975018         (WS-DIAS-ULTIMO-MOVTO + WS-DIAS-DORMENCIA)
975020     ACCEPT WS-HORA-SISTEMA-I FROM TIME
975022     INITIALIZE EVT-REGISTRO
975024     MOVE WS-DATA-PROCESSAMENTO TO EVT-DATA-MOVIMENTO
975026     MOVE WS-HORA-SISTEMA-I TO EVT-HORA
975028     MOVE "I" TO EVT-TIPO
975030     MOVE CTA-NUMERO TO EVT-NUMERO-CONTA
975032     MOVE WS-DATA-DORMENCIA TO EVT-DATA-REFERENCIA
975034     MOVE "INATIV01" TO EVT-PROGRAMA
975036     WRITE EVT-REGISTRO
975038     IF NOT ST-EVENTOS-OK
975040         DISPLAY "INATIV01: ERRO AO GRAVAR EVENTO DE AVISO, "
975042                 "STATUS " WS-STATUS-EVENTOS
975044     END-IF
975046     ADD 1 TO WS-QTD-AVISOS
975048     DISPLAY "AVISO: CONTA " CTA-NUMERO " - " CTA-NOME-CLIENTE
975050     DISPLAY "  ULTIMO MOVIMENTO.: " CTA-DATA-ULTIMO-MOVTO
975052             "  DORMENTE A PARTIR DE: " WS-DATA-DORMENCIA.
975054 2300-EXIT.
975056     EXIT.
975058*
002460 3000-FINALIZAR.
002470     CLOSE CONTAS-MASTER
002480     CLOSE AUDITORIA-ARQ
002485     CLOSE EVENTOS-ARQ
002490     DISPLAY "-------------------------------------------------".
002500     DISPLAY "INATIV01 - RESUMO".
002510     DISPLAY "CONTAS LIDAS...............: " WS-QTD-LIDAS.
002540     DISPLAY "CONTAS JA DORMENTES........: "
002550             WS-QTD-JA-DORMENTES.
002560     DISPLAY "CONTAS SEM DATA DE MOVTO...: " WS-QTD-SEM-DATA.
002565     DISPLAY "AVISOS DE DORMENCIA PROXIMA: " WS-QTD-AVISOS.
002570     DISPLAY "-------------------------------------------------".
002580 3000-EXIT.
002590     EXIT.
