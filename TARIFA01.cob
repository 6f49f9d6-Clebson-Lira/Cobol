000240*    ---------- ------- -----------------------------------------
000250*    2026-09-02 CL      CRIACAO DO JOB - TARIFA MENSAL DE      *
000260*                       MANUTENCAO COM RESTART/CHECKPOINT      *
000261*    2026-10-15 CL      CONTA ENCERRADA ("E") NAO E TARIFADA,  *
000262*                       COM CONTAGEM PROPRIA NO RESUMO.        *
000263*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
000264*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
000265*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
000266*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
001000     05  WS-QTD-TARIFADAS         PIC 9(07) COMP VALUE ZERO.
001010     05  WS-QTD-ISENTAS-DORMENTES PIC 9(07) COMP VALUE ZERO.
001020     05  WS-QTD-JA-TARIFADAS      PIC 9(07) COMP VALUE ZERO.
001025     05  WS-QTD-ENCERRADAS        PIC 9(07) COMP VALUE ZERO.
001030     05  WS-ULTIMA-CONTA-PROC     PIC 9(07) VALUE ZERO.
001040 01  WS-PARAMETROS-TARIFA.
001050     05  WS-TARIFA-COMUM          PIC 9(05)V99 VALUE ZERO.
001120 01  WS-ANO-MES-PROC              PIC 9(06) VALUE ZERO.
001130 01  WS-DATA-ULT-TARIFA           PIC 9(08) VALUE ZERO.
001140 01  WS-ANO-MES-ULT-TARIFA        PIC 9(06) VALUE ZERO.
001142 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
001144     88  SW-PASSO-INICIADO              VALUE "S".
001146 COPY CTLPAS.
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001210*
001220 1000-INICIALIZAR.
001230     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001235     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001240     MOVE WS-DATA-PROCESSAMENTO(1:6) TO WS-ANO-MES-PROC
001250     PERFORM 1200-CARREGAR-PARAMETROS THRU 1200-EXIT
001260     PERFORM 1100-LER-CHECKPOINT THRU 1100-EXIT
002600*----------------------------------------------------------------
002610*    2100-TARIFAR-CONTA
002620*    COBRA A TARIFA DO MES DE UMA CONTA: CONTA DORMENTE E
002630*    ISENTA, CONTA ENCERRADA E IGNORADA, CONTA JA TARIFADA
002635*    NO MES DE PROCESSAMENTO E IGNORADA (PROTECAO DE
002640*    RESTART/RESUBMISSAO) E TARIFA ZERADA NAO GERA
002650*    LANCAMENTO. DATA DE ULTIMA TARIFA NAO
002660*    NUMERICA (CONTA CONVERTIDA ANTES DO CAMPO EXISTIR) E
002670*    TRATADA COMO NUNCA TARIFADA.
002680*----------------------------------------------------------------
002740         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002750         GO TO 2100-EXIT
002760     END-IF
002761     IF CTA-CONTA-ENCERRADA
002762         ADD 1 TO WS-QTD-ENCERRADAS
002763         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002764         GO TO 2100-EXIT
002765     END-IF
002770     IF CTA-DATA-ULTIMA-TARIFA NUMERIC
002780         MOVE CTA-DATA-ULTIMA-TARIFA TO WS-DATA-ULT-TARIFA
002790     ELSE
003770     DISPLAY "ISENTAS (DORMENTES)....: "
003780             WS-QTD-ISENTAS-DORMENTES.
003790     DISPLAY "JA TARIFADAS NO MES....: " WS-QTD-JA-TARIFADAS.
003795     DISPLAY "IGNORADAS (ENCERRADAS).: " WS-QTD-ENCERRADAS.
003800     DISPLAY "VALOR TOTAL TARIFADO...: R$ " WS-TOTAL-TARIFADO.
003810     DISPLAY "-------------------------------------------------".
003813     MOVE RETURN-CODE TO CTP-RETURN-CODE
003816     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
003820 3000-EXIT.
003830     EXIT.
003840*
004100 1300-EXIT.
004110     EXIT.
004120*
960000*----------------------------------------------------------------
960002*    8000-INICIAR-PASSO
960004*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
960006*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
960008*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
960010*----------------------------------------------------------------
960012 8000-INICIAR-PASSO.
960014     MOVE "I" TO CTP-FUNCAO
960016     MOVE "TARIFA01" TO CTP-PROGRAMA
960018     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
960020     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960022                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960024     CALL "CTLPAS01" USING CTP-PARAMETROS
960026     IF CTP-AUTORIZADO
960028         MOVE "S" TO WS-PASSO-INICIADO
960030         GO TO 8000-EXIT
960032     END-IF
960034     DISPLAY "TARIFA01: " CTP-MENSAGEM
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
960082     MOVE WS-QTD-TARIFADAS TO CTP-QTD-EFETIVADOS
960084     MOVE WS-TOTAL-TARIFADO TO CTP-VALOR-TOTAL
960086     CALL "CTLPAS01" USING CTP-PARAMETROS
960087     MOVE CTP-RETURN-CODE TO RETURN-CODE
960088     IF NOT CTP-AUTORIZADO
960090         DISPLAY "TARIFA01: AVISO - " CTP-MENSAGEM
960092     END-IF.
960094 8100-EXIT.
960096     EXIT.
960098*
004130 9999-ABENDAR.
004132     IF SW-PASSO-INICIADO
004134         MOVE 16 TO CTP-RETURN-CODE
004136         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
004138     END-IF
004140     DISPLAY "TARIFA01: ENCERRADO COM ERRO - VERIFIQUE OS "
004150             "STATUS ACIMA".
004160     MOVE 16 TO RETURN-CODE
