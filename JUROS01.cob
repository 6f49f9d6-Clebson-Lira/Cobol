000225*                       MOVIMENTO CONTABIL) EM VEZ DO RELOGIO,   *
000226*                       PARA O LOTE QUE VARA A MEIA-NOITE NAO    *
000227*                       QUEBRAR O DIA DE NEGOCIO.                *
000228*    2026-10-15 CL      CONTA ENCERRADA ("E") TAMBEM E IGNORADA, *
000229*                       NO MESMO TRATAMENTO DA CONTA DORMENTE.   *
960000*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
960002*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
960004*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
960006*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000590     05  WS-INTERVALO-CHECKPOINT  PIC 9(05) COMP VALUE 100.
000600     05  WS-CONTADOR-INTERVALO    PIC 9(05) COMP VALUE ZERO.
000610     05  WS-TOTAL-PROCESSADO      PIC 9(07) COMP VALUE ZERO.
000613     05  WS-QTD-JUROS-LANCADOS    PIC 9(07) COMP VALUE ZERO.
000616     05  WS-TOTAL-JUROS           PIC 9(09)V99 VALUE ZERO.
000620     05  WS-ULTIMA-CONTA-PROC     PIC 9(07) VALUE ZERO.
000630 01  WS-PARAMETROS-JUROS.
000640     05  WS-TAXA-JUROS-DIARIA     PIC 9V9(4) VALUE ZERO.
000647     05  WS-VIGENCIA-ADOTADA      PIC 9(08) VALUE ZERO.
000650     05  WS-VALOR-JUROS           PIC S9(07)V99 VALUE ZERO.
000660 01  WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZERO.
000662 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
000664     88  SW-PASSO-INICIADO              VALUE "S".
000666 COPY CTLPAS.
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000730*
000740 1000-INICIALIZAR.
000750     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
000752     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
000755     PERFORM 1200-CARREGAR-PARAMETROS THRU 1200-EXIT
000760     PERFORM 1100-LER-CHECKPOINT THRU 1100-EXIT
000770     OPEN I-O CONTAS-MASTER
001502         ADD 1 TO WS-TOTAL-PROCESSADO
001503         GO TO 2100-EXIT
001504     END-IF
942000     IF CTA-CONTA-DORMENTE OR CTA-CONTA-ENCERRADA
942002         ADD 1 TO WS-TOTAL-PROCESSADO
942004         GO TO 2100-EXIT
942006     END-IF
001532         DISPLAY "JUROS01: ERRO AO GRAVAR JORNAL, CONTA "
001533                 CTA-NUMERO " STATUS " WS-STATUS-JORNAL
001534     END-IF
001536     ADD 1 TO WS-QTD-JUROS-LANCADOS
001538     ADD WS-VALOR-JUROS TO WS-TOTAL-JUROS
001540     REWRITE CTA-REGISTRO
001550     IF NOT ST-CONTAS-OK
001560         DISPLAY "JUROS01: ERRO AO REGRAVAR CONTA " CTA-NUMERO
001850     DISPLAY "-------------------------------------------------".
001860     DISPLAY "JUROS01 - JOB DE JUROS NOTURNO CONCLUIDO".
001870     DISPLAY "TOTAL DE CONTAS PROCESSADAS: " WS-TOTAL-PROCESSADO.
001872     DISPLAY "LANCAMENTOS DE JUROS.......: "
001874             WS-QTD-JUROS-LANCADOS.
001876     DISPLAY "VALOR TOTAL DE JUROS.......: R$ " WS-TOTAL-JUROS.
001880     DISPLAY "-------------------------------------------------".
001886     MOVE RETURN-CODE TO CTP-RETURN-CODE
001892     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
001900 3000-EXIT.
001910     EXIT.
001920*
962000*----------------------------------------------------------------
962002*    8000-INICIAR-PASSO
962004*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
962006*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
962008*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
962010*----------------------------------------------------------------
962012 8000-INICIAR-PASSO.
962014     MOVE "I" TO CTP-FUNCAO
962016     MOVE "JUROS01" TO CTP-PROGRAMA
962018     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
962020     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
962022                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
962024     CALL "CTLPAS01" USING CTP-PARAMETROS
962026     IF CTP-AUTORIZADO
962028         MOVE "S" TO WS-PASSO-INICIADO
962030         GO TO 8000-EXIT
962032     END-IF
962034     DISPLAY "JUROS01: " CTP-MENSAGEM
962036     IF CTP-JA-CONCLUIDO
962038         MOVE 4 TO RETURN-CODE
962040         STOP RUN
962042     END-IF
962044     IF CTP-RECUSADO
962046         MOVE 8 TO RETURN-CODE
962048         STOP RUN
962050     END-IF
962052     GO TO 9999-ABENDAR.
962054 8000-EXIT.
962056     EXIT.
962058*
962060*----------------------------------------------------------------
962062*    8100-CONCLUIR-PASSO
962064*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
962066*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
962068*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
962070*    PROCESSAMENTO JA TERMINOU.
962072*----------------------------------------------------------------
962074 8100-CONCLUIR-PASSO.
962076     MOVE "N" TO WS-PASSO-INICIADO
962078     MOVE "C" TO CTP-FUNCAO
962080     MOVE WS-TOTAL-PROCESSADO TO CTP-QTD-LIDOS
962082     MOVE WS-QTD-JUROS-LANCADOS TO CTP-QTD-EFETIVADOS
962084     MOVE WS-TOTAL-JUROS TO CTP-VALOR-TOTAL
962086     CALL "CTLPAS01" USING CTP-PARAMETROS
962088     MOVE CTP-RETURN-CODE TO RETURN-CODE
962090     IF NOT CTP-AUTORIZADO
962092         DISPLAY "JUROS01: AVISO - " CTP-MENSAGEM
962094     END-IF.
962096 8100-EXIT.
962098     EXIT.
962100*
001930 9999-ABENDAR.
001932     IF SW-PASSO-INICIADO
001934         MOVE 16 TO CTP-RETURN-CODE
001936         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
001938     END-IF
001940     DISPLAY "JUROS01: ENCERRADO COM ERRO - VERIFIQUE OS STATUS "
001950             "ACIMA".
001960     MOVE 16 TO RETURN-CODE
