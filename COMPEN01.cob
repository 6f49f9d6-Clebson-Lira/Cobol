000240*    ---------- ------- -----------------------------------------
000250*    2026-09-02 CL      CRIACAO DO JOB - LIBERACAO NOTURNA     *
000260*                       DOS BLOQUEIOS DE COMPENSACAO           *
000262*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
000264*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
000266*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
000268*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000840 01  WS-TOTAIS.
000850     05  WS-TOTAL-LIBERADO       PIC 9(09)V99 VALUE ZERO.
000860 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
000862 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
000864     88  SW-PASSO-INICIADO              VALUE "S".
000866 COPY CTLPAS.
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000930*
000940 1000-INICIALIZAR.
000950     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
000955     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
000960     OPEN I-O BLOQUEIO-ARQ
000970     IF ST-BLOQUEIO-INEXISTENTE
000980         DISPLAY "COMPEN01: ARQUIVO BLOQUEIO INEXISTENTE, NADA "
002310     DISPLAY "EXCECOES.............: " WS-QTD-EXCECOES.
002320     DISPLAY "VALOR TOTAL LIBERADO.: R$ " WS-TOTAL-LIBERADO.
002330     DISPLAY "-------------------------------------------------".
002333     MOVE RETURN-CODE TO CTP-RETURN-CODE
002336     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
002340 3000-EXIT.
002350     EXIT.
002360*
002620 1300-EXIT.
002630     EXIT.
002640*
960000*----------------------------------------------------------------
960002*    8000-INICIAR-PASSO
960004*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
960006*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
960008*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
960010*----------------------------------------------------------------
960012 8000-INICIAR-PASSO.
960014     MOVE "I" TO CTP-FUNCAO
960016     MOVE "COMPEN01" TO CTP-PROGRAMA
960018     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
960020     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960022                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960024     CALL "CTLPAS01" USING CTP-PARAMETROS
960026     IF CTP-AUTORIZADO
960028         MOVE "S" TO WS-PASSO-INICIADO
960030         GO TO 8000-EXIT
960032     END-IF
960034     DISPLAY "COMPEN01: " CTP-MENSAGEM
960036     IF CTP-JA-CONCLUIDO
960038         MOVE 4 TO RETURN-CODE
960040         STOP RUN
960042     END-IF
960044     IF CTP-RECUSADO
960046         MOVE 8 TO RETURN-CODE
960048         STOP RUN
960050     END-IF
960052     GO TO 9999-ABENDAR.
960054 8000-EXIT.
960056     EXIT.
960058*
960060*----------------------------------------------------------------
960062*    8100-CONCLUIR-PASSO
960064*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
960066*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
960068*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
960070*    PROCESSAMENTO JA TERMINOU.
960072*----------------------------------------------------------------
960074 8100-CONCLUIR-PASSO.
960076     MOVE "N" TO WS-PASSO-INICIADO
960078     MOVE "C" TO CTP-FUNCAO
960080     MOVE WS-TOTAL-PROCESSADO TO CTP-QTD-LIDOS
960082     MOVE WS-QTD-LIBERADOS TO CTP-QTD-EFETIVADOS
960084     MOVE WS-TOTAL-LIBERADO TO CTP-VALOR-TOTAL
960086     CALL "CTLPAS01" USING CTP-PARAMETROS
960087     MOVE CTP-RETURN-CODE TO RETURN-CODE
960088     IF NOT CTP-AUTORIZADO
960090         DISPLAY "COMPEN01: AVISO - " CTP-MENSAGEM
960092     END-IF.
960094 8100-EXIT.
960096     EXIT.
960098*
002650 9999-ABENDAR.
002652     IF SW-PASSO-INICIADO
002654         MOVE 16 TO CTP-RETURN-CODE
002656         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
002658     END-IF
002660     DISPLAY "COMPEN01: ENCERRADO COM ERRO - VERIFIQUE OS "
002670             "STATUS ACIMA".
002680     MOVE 16 TO RETURN-CODE
