900012*                       CODIGO DO OPERADOR, CAMPO INCLUIDO  *
900014*                       NO MOVREG PARA O FECHAMENTO DE      *
900016*                       CAIXA POR OPERADOR.                 *
900020*    2026-10-15 CL      ORDEM DE CONTA ENCERRADA NAO DEBITA: *
900022*                       E CANCELADA (STATUS "X") E SAI NA   *
900024*                       LISTA DE EXCECOES.                  *
960000*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
960002*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
960004*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
960006*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
970000*    2026-10-15 CL      ORDEM QUE FICA PENDENTE POR SALDO      *
970002*                       INSUFICIENTE GERA EVENTO "D" NO        *
970004*                       ARQUIVO EVENTOS PARA O AVISO AO        *
970006*                       CLIENTE (AVISOS01).                    *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000430     SELECT DEBCKPT ASSIGN TO "DEBCKPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-STATUS-DEBCKPT.
000452     SELECT EVENTOS-ARQ ASSIGN TO "EVENTOS"
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-STATUS-EVENTOS.
910000     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
910002         ORGANIZATION IS SEQUENTIAL
910004         FILE STATUS IS WS-STATUS-DATAMOV.
000570 FD  DEBCKPT
000580     LABEL RECORD IS STANDARD.
000590 COPY DBKREG.
000592 FD  EVENTOS-ARQ
000594     LABEL RECORD IS STANDARD.
000596 COPY EVTREG.
920000 FD  DATAMOV-ARQ
920002     LABEL RECORD IS STANDARD.
920004 COPY DATREG.
000790     88  ST-DEBCKPT-OK                    VALUE "00".
000800     88  ST-DEBCKPT-FIM                   VALUE "10".
000810     88  ST-DEBCKPT-INEXISTENTE           VALUE "35".
000812 01  WS-STATUS-EVENTOS           PIC X(02) VALUE "00".
000814     88  ST-EVENTOS-OK                    VALUE "00".
000820 01  WS-DATA-HORA-DEB.
000830     05  WS-DATA-SISTEMA-D       PIC 9(08) VALUE ZERO.
000840     05  WS-HORA-SISTEMA-D       PIC 9(08) VALUE ZERO.
000880     05  WS-TOTAL-PROCESSADO      PIC 9(07) COMP VALUE ZERO.
000890     05  WS-QTD-DEBITADAS         PIC 9(07) COMP VALUE ZERO.
000900     05  WS-QTD-EXCECOES          PIC 9(07) COMP VALUE ZERO.
000905     05  WS-QTD-CANCELADAS        PIC 9(07) COMP VALUE ZERO.
000910     05  WS-ULTIMA-CHAVE-PROC.
000920         10  WS-ULTIMA-CONTA-PROC PIC 9(07) VALUE ZERO.
000930         10  WS-ULTIMA-SEQ-PROC   PIC 9(05) VALUE ZERO.
000940 01  WS-TOTAIS.
000950     05  WS-TOTAL-DEBITADO       PIC 9(09)V99 VALUE ZERO.
000960 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
000962 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
000964     88  SW-PASSO-INICIADO              VALUE "S".
000966 COPY CTLPAS.
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001030*
001040 1000-INICIALIZAR.
001050     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001055     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001060     PERFORM 1100-LER-CHECKPOINT THRU 1100-EXIT
001070     OPEN I-O DEBAUTO-ARQ
001080     IF ST-DEBAUTO-INEXISTENTE
001350         CLOSE DEBCKPT
001360         OPEN EXTEND DEBCKPT
001370     END-IF
001372     OPEN EXTEND EVENTOS-ARQ
001374     IF NOT ST-EVENTOS-OK
001376         CLOSE EVENTOS-ARQ
001377         OPEN OUTPUT EVENTOS-ARQ
001378         CLOSE EVENTOS-ARQ
001379         OPEN EXTEND EVENTOS-ARQ
001380     END-IF
001381     DISPLAY "-------------------------------------------------"
001390     DISPLAY "DEBAUT01 - DEBITO AUTOMATICO - "
001400             WS-DATA-PROCESSAMENTO
001410     DISPLAY "-------------------------------------------------".
001980*    VENCIMENTO ATE A DATA DE PROCESSAMENTO. ORDEM JA QUITADA   *
001990*    OU CANCELADA E IGNORADA, O QUE GARANTE QUE UMA            *
002000*    RESUBMISSAO NAO DEBITA A MESMA CONTA DUAS VEZES.           *
002001*    ORDEM DE CONTA ENCERRADA E CANCELADA SEM DEBITO.           *
002010*----------------------------------------------------------------
002020 2100-TRATAR-ORDEM.
002030     IF NOT DBA-ORDEM-PENDENTE
002190         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002200         GO TO 2100-EXIT
002210     END-IF
002211     IF CTA-CONTA-ENCERRADA
002212         MOVE "X" TO DBA-STATUS
002213         PERFORM 2300-REGRAVAR-ORDEM THRU 2300-EXIT
002214         ADD 1 TO WS-QTD-CANCELADAS
002215         DISPLAY "EXCECAO: ORDEM " DBA-NUMERO-CONTA "/"
002216                 DBA-SEQUENCIA " - CONTA ENCERRADA, CANCELADA"
002217         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002218         GO TO 2100-EXIT
002219     END-IF
002220     IF DBA-VALOR > CTA-SALDO + CTA-LIMITE-ESPECIAL
002230         ADD 1 TO DBA-QTD-TENTATIVAS
002240         PERFORM 2300-REGRAVAR-ORDEM THRU 2300-EXIT
002280                 " VALOR " DBA-VALOR
002290                 " - SALDO INSUFICIENTE, TENTATIVA "
002300                 DBA-QTD-TENTATIVAS
002305         PERFORM 2600-GRAVAR-EVENTO THRU 2600-EXIT
002310         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002320         GO TO 2100-EXIT
002330     END-IF
003090 2500-EXIT.
003100     EXIT.
003110*
970010*----------------------------------------------------------------
970012*    2600-GRAVAR-EVENTO
970014*    GRAVA NO ARQUIVO EVENTOS O AVISO DE DEBITO AUTOMATICO NAO
970016*    EFETUADO POR SALDO INSUFICIENTE ("D"), COM A SEQUENCIA, O
970018*    VENCIMENTO, O VALOR E O CREDOR DA ORDEM. FALHA NA GRAVACAO
970020*    E SO AVISADA: O AVISO NAO INTERFERE NO DEBITO.
970022*----------------------------------------------------------------
970024 2600-GRAVAR-EVENTO.
970026     ACCEPT WS-HORA-SISTEMA-D FROM TIME
970028     INITIALIZE EVT-REGISTRO
970030     MOVE WS-DATA-PROCESSAMENTO TO EVT-DATA-MOVIMENTO
970032     MOVE WS-HORA-SISTEMA-D TO EVT-HORA
970034     MOVE "D" TO EVT-TIPO
970036     MOVE DBA-NUMERO-CONTA TO EVT-NUMERO-CONTA
970038     MOVE DBA-VALOR TO EVT-VALOR
970040     MOVE DBA-DATA-VENCIMENTO TO EVT-DATA-REFERENCIA
970042     MOVE DBA-SEQUENCIA TO EVT-SEQUENCIA
970044     MOVE DBA-DESCRICAO-CREDOR TO EVT-REFERENCIA
970046     MOVE "DEBAUT01" TO EVT-PROGRAMA
970048     WRITE EVT-REGISTRO
970050     IF NOT ST-EVENTOS-OK
970052         DISPLAY "DEBAUT01: ERRO AO GRAVAR EVENTO DE AVISO, "
970054                 "STATUS " WS-STATUS-EVENTOS
970056     END-IF.
970058 2600-EXIT.
970060     EXIT.
970062*
003120 3000-FINALIZAR.
003130     CLOSE DEBAUTO-ARQ
003140     CLOSE CONTAS-MASTER
003150     CLOSE JORNAL-MOVTO
003160     CLOSE DEBCKPT
003165     CLOSE EVENTOS-ARQ
003170     OPEN OUTPUT DEBCKPT
003180     CLOSE DEBCKPT
003190     DISPLAY "-------------------------------------------------".
003210     DISPLAY "ORDENS PROCESSADAS...: " WS-TOTAL-PROCESSADO.
003220     DISPLAY "ORDENS DEBITADAS.....: " WS-QTD-DEBITADAS.
003230     DISPLAY "EXCECOES (RETENTAR)..: " WS-QTD-EXCECOES.
003235     DISPLAY "CANCELADAS (ENCERR.).: " WS-QTD-CANCELADAS.
003240     DISPLAY "VALOR TOTAL DEBITADO.: R$ " WS-TOTAL-DEBITADO.
003250     DISPLAY "-------------------------------------------------".
003253     MOVE RETURN-CODE TO CTP-RETURN-CODE
003256     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
003260 3000-EXIT.
003270     EXIT.
003280*
940050 1300-EXIT.
940052     EXIT.
940054*
940056*----------------------------------------------------------------
940058*    8000-INICIAR-PASSO
940060*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
940062*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
940064*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
940066*----------------------------------------------------------------
940068 8000-INICIAR-PASSO.
940070     MOVE "I" TO CTP-FUNCAO
940072     MOVE "DEBAUT01" TO CTP-PROGRAMA
940074     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
940076     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
940078                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
940080     CALL "CTLPAS01" USING CTP-PARAMETROS
940082     IF CTP-AUTORIZADO
940084         MOVE "S" TO WS-PASSO-INICIADO
940086         GO TO 8000-EXIT
940088     END-IF
940090     DISPLAY "DEBAUT01: " CTP-MENSAGEM
940092     IF CTP-JA-CONCLUIDO
940094         MOVE 4 TO RETURN-CODE
940096         STOP RUN
940098     END-IF
940100     IF CTP-RECUSADO
940102         MOVE 8 TO RETURN-CODE
940104         STOP RUN
940106     END-IF
940108     GO TO 9999-ABENDAR.
940110 8000-EXIT.
940112     EXIT.
940114*
940116*----------------------------------------------------------------
940118*    8100-CONCLUIR-PASSO
940120*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
940122*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
940124*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
940126*    PROCESSAMENTO JA TERMINOU.
940128*----------------------------------------------------------------
940130 8100-CONCLUIR-PASSO.
940132     MOVE "N" TO WS-PASSO-INICIADO
940134     MOVE "C" TO CTP-FUNCAO
940136     MOVE WS-TOTAL-PROCESSADO TO CTP-QTD-LIDOS
940138     MOVE WS-QTD-DEBITADAS TO CTP-QTD-EFETIVADOS
940140     MOVE WS-TOTAL-DEBITADO TO CTP-VALOR-TOTAL
940142     CALL "CTLPAS01" USING CTP-PARAMETROS
940144     MOVE CTP-RETURN-CODE TO RETURN-CODE
940146     IF NOT CTP-AUTORIZADO
940148         DISPLAY "DEBAUT01: AVISO - " CTP-MENSAGEM
940150     END-IF.
940152 8100-EXIT.
940154     EXIT.
940156*
003290 9999-ABENDAR.
003292     IF SW-PASSO-INICIADO
003294         MOVE 16 TO CTP-RETURN-CODE
003296         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
003298     END-IF
003300     DISPLAY "DEBAUT01: ENCERRADO COM ERRO - VERIFIQUE OS "
003310             "STATUS ACIMA".
003320     MOVE 16 TO RETURN-CODE
