000120*    CALENDARIO. SE O ARQUIVO AINDA NAO EXISTE (IMPLANTACAO),   *
000130*    CRIA-O COM A DATA DO SISTEMA, SEM AVANCAR - OS DEMAIS      *
000140*    PROGRAMAS RECUSAM-SE A EXECUTAR SEM ELE.                   *
000142*    A DATA SO AVANCA COM TODOS OS PASSOS OBRIGATORIOS DA       *
000144*    CADEIA NOTURNA CONCLUIDOS NA DATA-MOVIMENTO (CONTROLE DE   *
000146*    LOTE CTLLOTE, VIDE CTLPAS01); COM PENDENCIA O JOB TERMINA  *
000148*    COM RC 8 SEM ALTERAR O DATAMOV.                            *
000150*****************************************************************
000160*    HISTORICO DE MANUTENCAO                                   *
000170*    DATA       AUTOR   DESCRICAO                               *
000180*    ---------- ------- -----------------------------------------
000190*    2026-08-22 CL      CRIACAO DO JOB - VIRADA DA DATA-       *
000200*                       MOVIMENTO APOS O FECHAMENTO LIMPO      *
000202*    2026-10-15 CL      SO AVANCA A DATA COM TODOS OS PASSOS   *
000204*                       OBRIGATORIOS DA CADEIA NOTURNA         *
000206*                       CONCLUIDOS NA DATA-MOVIMENTO (CTLPAS01)*
000208*                       - RECUSA COM RC 8 SE HOUVER PENDENCIA  *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000380 01  WS-DATA-ATUAL               PIC 9(08) VALUE ZERO.
000390 01  WS-DATA-NOVA                PIC 9(08) VALUE ZERO.
000400 01  WS-DIAS-INTEIROS            PIC 9(07) VALUE ZERO.
000402 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
000404     88  SW-PASSO-INICIADO              VALUE "S".
000406 COPY CTLPAS.
000410 PROCEDURE DIVISION.
000420 0000-MAINLINE.
000430     PERFORM 1000-LER-DATA THRU 1000-EXIT
000435     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
000440     PERFORM 2000-AVANCAR-DATA THRU 2000-EXIT
000443     MOVE RETURN-CODE TO CTP-RETURN-CODE
000446     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
000450     STOP RUN.
000460*
000470 1000-LER-DATA.
001180 2000-EXIT.
001190     EXIT.
001200*
960000*----------------------------------------------------------------
960002*    8000-INICIAR-PASSO
960004*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
960006*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
960008*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
960010*----------------------------------------------------------------
960012 8000-INICIAR-PASSO.
960014     MOVE "I" TO CTP-FUNCAO
960016     MOVE "VIRADA01" TO CTP-PROGRAMA
960018     MOVE WS-DATA-ATUAL TO CTP-DATA-MOVIMENTO
960020     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960022                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960024     CALL "CTLPAS01" USING CTP-PARAMETROS
960026     IF CTP-AUTORIZADO
960028         MOVE "S" TO WS-PASSO-INICIADO
960030         GO TO 8000-EXIT
960032     END-IF
960034     DISPLAY "VIRADA01: " CTP-MENSAGEM
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
960080     MOVE ZERO TO CTP-QTD-LIDOS CTP-QTD-EFETIVADOS
960082                  CTP-VALOR-TOTAL
960084     CALL "CTLPAS01" USING CTP-PARAMETROS
960085     MOVE CTP-RETURN-CODE TO RETURN-CODE
960086     IF NOT CTP-AUTORIZADO
960088         DISPLAY "VIRADA01: AVISO - " CTP-MENSAGEM
960090     END-IF.
960092 8100-EXIT.
960094     EXIT.
960096*
001210 9999-ABENDAR.
001212     IF SW-PASSO-INICIADO
001214         MOVE 16 TO CTP-RETURN-CODE
001216         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
001218     END-IF
001220     DISPLAY "VIRADA01: ENCERRADO COM ERRO - VERIFIQUE OS "
001230             "STATUS ACIMA".
001240     MOVE 16 TO RETURN-CODE
