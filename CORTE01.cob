900012*                       PASSA A SER COPIADO DO JORNAL PARA  *
900014*                       O HISTORICO, ACOMPANHANDO O NOVO    *
900016*                       CAMPO DO MOVREG/HISTREG.            *
960000*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
960002*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
960004*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
960006*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000629     ==MOV-TIPO-DEB-CONVENIO==
000631                              BY ==NOV-TIPO-DEB-CONVENIO==
000632     ==MOV-TIPO-TARIFA==      BY ==NOV-TIPO-TARIFA==
000633     ==MOV-TIPO-ESTORNO==     BY ==NOV-TIPO-ESTORNO==
000634     ==MOV-TIPO-CRED-EMPRESTIMO==
000635                              BY ==NOV-TIPO-CRED-EMPRESTIMO==
000636     ==MOV-TIPO-DEB-EMPRESTIMO==
000637                              BY ==NOV-TIPO-DEB-EMPRESTIMO==
000630     ==MOV-TIPO==             BY ==NOV-TIPO==
000640     ==MOV-VALOR==            BY ==NOV-VALOR==
000650     ==MOV-SALDO-RESULTANTE== BY ==NOV-SALDO-RESULTANTE==
000660     ==MOV-CONTA-CONTRAPARTIDA==
000670                              BY ==NOV-CONTA-CONTRAPARTIDA==
000671     ==MOV-OPERADOR==         BY ==NOV-OPERADOR==
000672     ==MOV-SEQ-ESTORNADA==    BY ==NOV-SEQ-ESTORNADA==
000673     ==MOV-NATUREZA-ESTORNO==
000674                              BY ==NOV-NATUREZA-ESTORNO==
000675     ==MOV-ESTORNO-CREDITO==  BY ==NOV-ESTORNO-CREDITO==
000676     ==MOV-ESTORNO-DEBITO==   BY ==NOV-ESTORNO-DEBITO==.
920000 FD  DATAMOV-ARQ
920002     LABEL RECORD IS STANDARD.
920004 COPY DATREG.
000880     05  WS-QTD-HISTORIADOS      PIC 9(07) COMP VALUE ZERO.
000890     05  WS-QTD-DUPLICADOS       PIC 9(07) COMP VALUE ZERO.
000900     05  WS-QTD-RETIDOS          PIC 9(07) COMP VALUE ZERO.
000902 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
000904     88  SW-PASSO-INICIADO              VALUE "S".
000906 COPY CTLPAS.
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001040*----------------------------------------------------------------
001050 1000-INICIALIZAR.
001060     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001065     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001070     OPEN INPUT JORNAL-MOVTO
001080     IF ST-JORNAL-INEXISTENTE
001090         DISPLAY "CORTE01: ARQUIVO JORNAL INEXISTENTE, NADA "
001760     MOVE MOV-SALDO-RESULTANTE TO HST-SALDO-RESULTANTE
001770     MOVE MOV-CONTA-CONTRAPARTIDA TO HST-CONTA-CONTRAPARTIDA
001775     MOVE MOV-OPERADOR TO HST-OPERADOR
001776     MOVE MOV-SEQ-ESTORNADA TO HST-SEQ-ESTORNADA
001777     MOVE MOV-NATUREZA-ESTORNO TO HST-NATUREZA-ESTORNO
001780     WRITE HST-REGISTRO
001790         INVALID KEY
001800             CONTINUE
002220     DISPLAY "JA EXISTENTES (IGNORADOS)..: " WS-QTD-DUPLICADOS.
002230     DISPLAY "RETIDOS NO JORNAL..........: " WS-QTD-RETIDOS.
002240     DISPLAY "-------------------------------------------------".
002243     MOVE RETURN-CODE TO CTP-RETURN-CODE
002246     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
002250 4000-EXIT.
002260     EXIT.
002270*
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
940072     MOVE "CORTE01" TO CTP-PROGRAMA
940074     MOVE WS-DATA-CORTE TO CTP-DATA-MOVIMENTO
940076     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
940078                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
940080     CALL "CTLPAS01" USING CTP-PARAMETROS
940082     IF CTP-AUTORIZADO
940084         MOVE "S" TO WS-PASSO-INICIADO
940086         GO TO 8000-EXIT
940088     END-IF
940090     DISPLAY "CORTE01: " CTP-MENSAGEM
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
940136     MOVE WS-QTD-LIDOS TO CTP-QTD-LIDOS
940138     MOVE WS-QTD-HISTORIADOS TO CTP-QTD-EFETIVADOS
940140     MOVE ZERO TO CTP-VALOR-TOTAL
940142     CALL "CTLPAS01" USING CTP-PARAMETROS
940144     MOVE CTP-RETURN-CODE TO RETURN-CODE
940146     IF NOT CTP-AUTORIZADO
940148         DISPLAY "CORTE01: AVISO - " CTP-MENSAGEM
940150     END-IF.
940152 8100-EXIT.
940154     EXIT.
940156*
002280 9999-ABENDAR.
002282     IF SW-PASSO-INICIADO
002284         MOVE 16 TO CTP-RETURN-CODE
002286         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
002288     END-IF
002290     DISPLAY "CORTE01: ENCERRADO COM ERRO - VERIFIQUE OS STATUS "
002300             "ACIMA".
002310     MOVE 16 TO RETURN-CODE
