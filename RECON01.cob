000222*    2026-09-02 CL      INCLUIDO O TIPO "M" (TARIFA MENSAL DE    *
000223*                       MANUTENCAO, POSTADA PELO TARIFA01) NOS   *
000224*                       TOTAIS POR CONTA E NO TOTAL GERAL        *
952000*    2026-10-15 CL      INCLUIDO O TIPO "E" (ESTORNO DE          *
952002*                       LANCAMENTO), SEPARADO EM ESTORNOS A      *
952004*                       CREDITO E A DEBITO PELA NATUREZA, NOS    *
952006*                       TOTAIS POR CONTA E NO TOTAL GERAL        *
952008*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE     *
952010*                       EMPRESTIMO PESSOAL) E "Q" (PAGAMENTO DE  *
952012*                       EMPRESTIMO) NOS TOTAIS POR CONTA E NO    *
952014*                       TOTAL GERAL                              *
000214*    2026-08-22 CL      DATA DE PROCESSAMENTO PASSA A SER LIDA   *
000215*                       DO ARQUIVO DE CONTROLE DATAMOV (DATA-    *
000216*                       MOVIMENTO CONTABIL) EM VEZ DO RELOGIO,   *
000217*                       PARA O FECHAMENTO QUE VARA A MEIA-NOITE  *
000218*                       NAO DESCARTAR O MOVIMENTO DA NOITE.      *
960000*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
960002*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
960004*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
960006*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
394300     ==MOV-TIPO-DEB-CONVENIO==
394400                              BY ==SRT-TIPO-DEB-CONVENIO==
394500     ==MOV-TIPO-TARIFA==      BY ==SRT-TIPO-TARIFA==
394501     ==MOV-TIPO-ESTORNO==     BY ==SRT-TIPO-ESTORNO==
394502     ==MOV-TIPO-CRED-EMPRESTIMO==
394503                              BY ==SRT-TIPO-CRED-EMPRESTIMO==
394504     ==MOV-TIPO-DEB-EMPRESTIMO==
394505                              BY ==SRT-TIPO-DEB-EMPRESTIMO==
000395     ==MOV-TIPO==             BY ==SRT-TIPO==
000396     ==MOV-VALOR==            BY ==SRT-VALOR==
000397     ==MOV-SALDO-RESULTANTE== BY ==SRT-SALDO-RESULTANTE==
000398     ==MOV-CONTA-CONTRAPARTIDA==
000399                              BY ==SRT-CONTA-CONTRAPARTIDA==
962000     ==MOV-OPERADOR==         BY ==SRT-OPERADOR==
962002     ==MOV-SEQ-ESTORNADA==    BY ==SRT-SEQ-ESTORNADA==
962004     ==MOV-NATUREZA-ESTORNO==
962006                              BY ==SRT-NATUREZA-ESTORNO==
962008     ==MOV-ESTORNO-CREDITO==  BY ==SRT-ESTORNO-CREDITO==
962010     ==MOV-ESTORNO-DEBITO==   BY ==SRT-ESTORNO-DEBITO==.
000400 FD  JORNAL-CLASSIFICADO
000410     LABEL RECORD IS STANDARD.
000420 COPY MOVREG REPLACING
434300     ==MOV-TIPO-DEB-CONVENIO==
434400                              BY ==ORD-TIPO-DEB-CONVENIO==
434500     ==MOV-TIPO-TARIFA==      BY ==ORD-TIPO-TARIFA==
434501     ==MOV-TIPO-ESTORNO==     BY ==ORD-TIPO-ESTORNO==
434502     ==MOV-TIPO-CRED-EMPRESTIMO==
434503                              BY ==ORD-TIPO-CRED-EMPRESTIMO==
434504     ==MOV-TIPO-DEB-EMPRESTIMO==
434505                              BY ==ORD-TIPO-DEB-EMPRESTIMO==
000435     ==MOV-TIPO==             BY ==ORD-TIPO==
000436     ==MOV-VALOR==            BY ==ORD-VALOR==
000437     ==MOV-SALDO-RESULTANTE== BY ==ORD-SALDO-RESULTANTE==
000438     ==MOV-CONTA-CONTRAPARTIDA==
000439                              BY ==ORD-CONTA-CONTRAPARTIDA==
964000     ==MOV-OPERADOR==         BY ==ORD-OPERADOR==
964002     ==MOV-SEQ-ESTORNADA==    BY ==ORD-SEQ-ESTORNADA==
964004     ==MOV-NATUREZA-ESTORNO==
964006                              BY ==ORD-NATUREZA-ESTORNO==
964008     ==MOV-ESTORNO-CREDITO==  BY ==ORD-ESTORNO-CREDITO==
964010     ==MOV-ESTORNO-DEBITO==   BY ==ORD-ESTORNO-DEBITO==.
000441 FD  DATAMOV-ARQ
000442     LABEL RECORD IS STANDARD.
000443 COPY DATREG.
629200     05  WS-TOTAL-LIBER-CTA      PIC 9(07)V99 VALUE ZERO.
629300     05  WS-TOTAL-CONVENIO-CTA   PIC 9(07)V99 VALUE ZERO.
629400     05  WS-TOTAL-TARIFA-CTA     PIC 9(07)V99 VALUE ZERO.
629500     05  WS-TOTAL-EST-CRED-CTA   PIC 9(07)V99 VALUE ZERO.
629600     05  WS-TOTAL-EST-DEB-CTA    PIC 9(07)V99 VALUE ZERO.
629700     05  WS-TOTAL-EMPREST-CTA    PIC 9(07)V99 VALUE ZERO.
629800     05  WS-TOTAL-PAGTO-EMP-CTA  PIC 9(07)V99 VALUE ZERO.
000630     05  WS-SALDO-ABERTURA-CTA   PIC S9(07)V99 SIGN IS TRAILING
000640                                 SEPARATE CHARACTER.
000650     05  WS-SALDO-FECHAMENTO-CTA PIC S9(07)V99 SIGN IS TRAILING
729200     05  WS-TOTAL-LIBER-GERAL    PIC 9(09)V99 VALUE ZERO.
729300     05  WS-TOTAL-CONVENIO-GERAL PIC 9(09)V99 VALUE ZERO.
729400     05  WS-TOTAL-TARIFA-GERAL   PIC 9(09)V99 VALUE ZERO.
729500     05  WS-TOTAL-EST-CRED-GERAL PIC 9(09)V99 VALUE ZERO.
729600     05  WS-TOTAL-EST-DEB-GERAL  PIC 9(09)V99 VALUE ZERO.
729700     05  WS-TOTAL-EMPREST-GERAL  PIC 9(09)V99 VALUE ZERO.
729800     05  WS-TOTAL-PAGTO-EMP-GERAL
729900                                 PIC 9(09)V99 VALUE ZERO.
960008 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
960010     88  SW-PASSO-INICIADO              VALUE "S".
960012 COPY CTLPAS.
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000850*----------------------------------------------------------------
000860 1000-INICIALIZAR.
000870     PERFORM 1500-LER-DATA-MOVIMENTO THRU 1500-EXIT
000875     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
000880     SORT ARQ-ORDENACAO
000890         ON ASCENDING KEY SRT-NUMERO-CONTA SRT-SEQUENCIA
000900         USING JORNAL-MOVTO
001397         MOVE ZERO TO WS-TOTAL-FOLHA-CTA WS-TOTAL-DEB-AUTO-CTA
001398         MOVE ZERO TO WS-TOTAL-DEP-CHQ-CTA WS-TOTAL-LIBER-CTA
001399         MOVE ZERO TO WS-TOTAL-CONVENIO-CTA WS-TOTAL-TARIFA-CTA
001401         MOVE ZERO TO WS-TOTAL-EST-CRED-CTA WS-TOTAL-EST-DEB-CTA
001402         MOVE ZERO TO WS-TOTAL-EMPREST-CTA WS-TOTAL-PAGTO-EMP-CTA
001400     END-IF
001410     IF ORD-DATA = WS-DATA-PROCESSAMENTO THEN
001420         ADD 1 TO WS-QTD-CONTA
001450             IF ORD-TIPO-SAQUE OR ORD-TIPO-TRANSF-DEBITO
001451                 OR ORD-TIPO-DEB-AUTO
001452                 OR ORD-TIPO-DEB-CONVENIO
001454                 OR ORD-TIPO-TARIFA
001456                 OR ORD-TIPO-DEB-EMPRESTIMO
001458                 OR (ORD-TIPO-ESTORNO AND ORD-ESTORNO-DEBITO) THEN
001460                 COMPUTE WS-SALDO-ABERTURA-CTA =
001470                         ORD-SALDO-RESULTANTE + ORD-VALOR
001475             ELSE
581844                                     ADD ORD-VALOR
581846                                         TO WS-TOTAL-TARIFA-CTA
581848                                 ELSE
966000                                  IF ORD-TIPO-ESTORNO THEN
966002                                   IF ORD-ESTORNO-CREDITO THEN
966004                                    ADD ORD-VALOR
966006                                        TO WS-TOTAL-EST-CRED-CTA
966008                                   ELSE
966010                                    ADD ORD-VALOR
966012                                        TO WS-TOTAL-EST-DEB-CTA
966014                                   END-IF
966016                                  ELSE
966018                                   IF ORD-TIPO-CRED-EMPRESTIMO
966020                                    ADD ORD-VALOR
966022                                        TO WS-TOTAL-EMPREST-CTA
966024                                   ELSE
966026                                   IF ORD-TIPO-DEB-EMPRESTIMO
966028                                    ADD ORD-VALOR
966030                                        TO WS-TOTAL-PAGTO-EMP-CTA
966032                                   ELSE
966034                                    ADD ORD-VALOR
966036                                        TO WS-TOTAL-SAQUES-CTA
966038                                   END-IF
966040                                   END-IF
966042                                  END-IF
581849                                 END-IF
581850                                END-IF
581900                               END-IF
770400         DISPLAY "  DEBITOS CONVENIO.: R$ "
770500                 WS-TOTAL-CONVENIO-CTA
770600         DISPLAY "  TARIFAS..........: R$ " WS-TOTAL-TARIFA-CTA
770700         DISPLAY "  ESTORNOS A CRED..: R$ "
770800                 WS-TOTAL-EST-CRED-CTA
770900         DISPLAY "  ESTORNOS A DEB...: R$ "
771000                 WS-TOTAL-EST-DEB-CTA
771100         DISPLAY "  EMPRESTIMOS......: R$ "
771200                 WS-TOTAL-EMPREST-CTA
771300         DISPLAY "  PAGTO EMPRESTIMOS: R$ "
771400                 WS-TOTAL-PAGTO-EMP-CTA
001770         DISPLAY "  SALDO FECHAMENTO.: R$ "
001772                 WS-SALDO-FECHAMENTO-CTA
001780         DISPLAY "  QTD LANCAMENTOS...: " WS-QTD-CONTA
849200         ADD WS-TOTAL-LIBER-CTA TO WS-TOTAL-LIBER-GERAL
849300         ADD WS-TOTAL-CONVENIO-CTA TO WS-TOTAL-CONVENIO-GERAL
849400         ADD WS-TOTAL-TARIFA-CTA TO WS-TOTAL-TARIFA-GERAL
849500         ADD WS-TOTAL-EST-CRED-CTA TO WS-TOTAL-EST-CRED-GERAL
849600         ADD WS-TOTAL-EST-DEB-CTA TO WS-TOTAL-EST-DEB-GERAL
849700         ADD WS-TOTAL-EMPREST-CTA TO WS-TOTAL-EMPREST-GERAL
849800         ADD WS-TOTAL-PAGTO-EMP-CTA TO WS-TOTAL-PAGTO-EMP-GERAL
001850     END-IF.
001860 2200-EXIT.
001870     EXIT.
064600             WS-TOTAL-CONVENIO-GERAL.
064700     DISPLAY "  TOTAL DE TARIFAS.............: R$ "
064800             WS-TOTAL-TARIFA-GERAL.
064900     DISPLAY "  TOTAL ESTORNOS A CREDITO.....: R$ "
065000             WS-TOTAL-EST-CRED-GERAL.
065100     DISPLAY "  TOTAL ESTORNOS A DEBITO......: R$ "
065200             WS-TOTAL-EST-DEB-GERAL.
065300     DISPLAY "  TOTAL EMPRESTIMOS LIBERADOS..: R$ "
065400             WS-TOTAL-EMPREST-GERAL.
065500     DISPLAY "  TOTAL PAGTOS DE EMPRESTIMOS..: R$ "
065600             WS-TOTAL-PAGTO-EMP-GERAL.
002060     DISPLAY "  HASH DE CONTROLE GERAL.......: " WS-HASH-GERAL.
002070     DISPLAY "-------------------------------------------------".
002073     MOVE RETURN-CODE TO CTP-RETURN-CODE
002076     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
002080 3000-EXIT.
002090     EXIT.
002100*
960014*----------------------------------------------------------------
960016*    8000-INICIAR-PASSO
960018*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
960020*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
960022*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
960024*----------------------------------------------------------------
960026 8000-INICIAR-PASSO.
960028     MOVE "I" TO CTP-FUNCAO
960030     MOVE "RECON01" TO CTP-PROGRAMA
960032     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
960034     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960036                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960038     CALL "CTLPAS01" USING CTP-PARAMETROS
960040     IF CTP-AUTORIZADO
960042         MOVE "S" TO WS-PASSO-INICIADO
960044         GO TO 8000-EXIT
960046     END-IF
960048     DISPLAY "RECON01: " CTP-MENSAGEM
960050     IF CTP-JA-CONCLUIDO
960052         MOVE 4 TO RETURN-CODE
960054         STOP RUN
960056     END-IF
960058     IF CTP-RECUSADO
960060         MOVE 8 TO RETURN-CODE
960062         STOP RUN
960064     END-IF
960066     GO TO 9999-ABENDAR.
960068 8000-EXIT.
960070     EXIT.
960072*
960074*----------------------------------------------------------------
960076*    8100-CONCLUIR-PASSO
960078*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
960080*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
960082*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
960084*    PROCESSAMENTO JA TERMINOU.
960086*----------------------------------------------------------------
960088 8100-CONCLUIR-PASSO.
960090     MOVE "N" TO WS-PASSO-INICIADO
960092     MOVE "C" TO CTP-FUNCAO
960094     MOVE WS-QTD-LANCTOS-GERAL TO CTP-QTD-LIDOS
960096     MOVE WS-QTD-CONTAS-GERAL TO CTP-QTD-EFETIVADOS
960098     COMPUTE CTP-VALOR-TOTAL = WS-TOTAL-DEPOSITOS-GERAL
960100         + WS-TOTAL-SAQUES-GERAL + WS-TOTAL-JUROS-GERAL
960102         + WS-TOTAL-TRF-DEB-GERAL + WS-TOTAL-TRF-CRED-GERAL
960104         + WS-TOTAL-FOLHA-GERAL + WS-TOTAL-DEB-AUTO-GERAL
960106         + WS-TOTAL-DEP-CHQ-GERAL + WS-TOTAL-CONVENIO-GERAL
960108         + WS-TOTAL-TARIFA-GERAL + WS-TOTAL-EST-CRED-GERAL
960110         + WS-TOTAL-EST-DEB-GERAL + WS-TOTAL-EMPREST-GERAL
960111         + WS-TOTAL-PAGTO-EMP-GERAL
960112     CALL "CTLPAS01" USING CTP-PARAMETROS
960113     MOVE CTP-RETURN-CODE TO RETURN-CODE
960114     IF NOT CTP-AUTORIZADO
960116         DISPLAY "RECON01: AVISO - " CTP-MENSAGEM
960118     END-IF.
960120 8100-EXIT.
960122     EXIT.
960124*
002110 9999-ABENDAR.
002112     IF SW-PASSO-INICIADO
002114         MOVE 16 TO CTP-RETURN-CODE
002116         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
002118     END-IF
002120     MOVE 16 TO RETURN-CODE
002130     STOP RUN.
