000200*      "1" DETALHE: CONTA 9(07), DATA 9(08), TIPO X(01),        *
000210*                   VALOR 9(05)V99, SALDO S9(07)V99 SINAL       *
000220*                   SEPARADO, SEQUENCIA 9(06), CONTRAPARTIDA    *
000230*                   9(07), SEQUENCIA ESTORNADA 9(06) E          *
000232*                   NATUREZA DO ESTORNO X(01) (SO NO TIPO E)    *
000240*      "9" TRAILER: QTD 9(07), HASH 9(09), CREDITOS 9(09)V99,   *
000250*                   DEBITOS 9(09)V99, JUROS 9(09)V99            *
000260*    CREDITOS SOMAM OS TIPOS D, C, F, H E P; DEBITOS OS TIPOS   *
000270*    S, T, A, V, M E Q; JUROS O TIPO J. O ESTORNO (TIPO E) NOS  *
000271*    CREDITOS OU DEBITOS CONFORME A NATUREZA (C OU D).          *
000272*    O TIPO L (LIBERACAO DE BLOQUEIO DE COMPENSACAO) NAO ALTERA *
000274*    SALDO E ENTRA SO NA QUANTIDADE E NO HASH, FORA DOS TOTAIS  *
000276*    DE VALOR.                                                  *
000280*****************************************************************
000290*    HISTORICO DE MANUTENCAO                                   *
000300*    DATA       AUTOR   DESCRICAO                               *
900012*                       "L" (FORA DOS TOTAIS DE VALOR) DO   *
900014*                       DEPOSITO EM CHEQUE COM BLOQUEIO DE  *
900016*                       COMPENSACAO.                        *
900020*    2026-10-15 CL      INCLUIDO O TIPO "E" (ESTORNO), NOS  *
900022*                       CREDITOS OU NOS DEBITOS CONFORME A  *
900024*                       NATUREZA, COM A SEQUENCIA ESTORNADA *
900026*                       E A NATUREZA NO DETALHE.            *
900030*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE*
900032*                       EMPRESTIMO, NOS CREDITOS) E "Q"     *
900034*                       (PAGAMENTO DE EMPRESTIMO, NOS       *
900036*                       DEBITOS).                           *
960000*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
960002*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
960004*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
960006*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000640                                 SEPARATE CHARACTER.
000650     05  INT-DET-SEQUENCIA       PIC 9(06).
000660     05  INT-DET-CONTRAPARTIDA   PIC 9(07).
000662     05  INT-DET-SEQ-ESTORNADA   PIC 9(06).
000664     05  INT-DET-NATUREZA-ESTORNO
000666                                 PIC X(01).
000670     05  FILLER                  PIC X(26).
000680 01  INT-TRAILER.
000690     05  INT-TRL-TIPO            PIC X(01).
000700     05  INT-TRL-QTD-DETALHES    PIC 9(07).
000910     05  WS-TOTAL-CREDITOS       PIC 9(09)V99 VALUE ZERO.
000920     05  WS-TOTAL-DEBITOS        PIC 9(09)V99 VALUE ZERO.
000930     05  WS-TOTAL-JUROS          PIC 9(09)V99 VALUE ZERO.
000932 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
000934     88  SW-PASSO-INICIADO              VALUE "S".
000936 COPY CTLPAS.
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001000*
001010 1000-INICIALIZAR.
001020     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001025     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001030     OPEN INPUT JORNAL-MOVTO
001040     IF ST-JORNAL-INEXISTENTE
001050         DISPLAY "CNAB01: ARQUIVO JORNAL INEXISTENTE, NADA "
001610     MOVE MOV-SALDO-RESULTANTE TO INT-DET-SALDO
001620     MOVE MOV-SEQUENCIA TO INT-DET-SEQUENCIA
001630     MOVE MOV-CONTA-CONTRAPARTIDA TO INT-DET-CONTRAPARTIDA
001631     IF MOV-TIPO-ESTORNO
001632         MOVE MOV-SEQ-ESTORNADA TO INT-DET-SEQ-ESTORNADA
001633         MOVE MOV-NATUREZA-ESTORNO TO INT-DET-NATUREZA-ESTORNO
001634     ELSE
001635         MOVE ZERO TO INT-DET-SEQ-ESTORNADA
001636     END-IF
001640     WRITE INT-DETALHE
001650     IF NOT ST-INTERFACE-OK
001660         DISPLAY "CNAB01: ERRO AO GRAVAR DETALHE, STATUS "
001710     ADD MOV-SEQUENCIA TO WS-HASH-SEQUENCIAS
001720     IF MOV-TIPO-DEPOSITO OR MOV-TIPO-TRANSF-CREDITO
001730         OR MOV-TIPO-CRED-FOLHA OR MOV-TIPO-DEP-CHEQUE
001735         OR (MOV-TIPO-ESTORNO AND MOV-ESTORNO-CREDITO)
001736         OR MOV-TIPO-CRED-EMPRESTIMO
001740         ADD MOV-VALOR TO WS-TOTAL-CREDITOS
001750     ELSE
001760         IF MOV-TIPO-JUROS
002070     DISPLAY "TOTAL DE DEBITOS.....: R$ " WS-TOTAL-DEBITOS.
002080     DISPLAY "TOTAL DE JUROS.......: R$ " WS-TOTAL-JUROS.
002090     DISPLAY "-------------------------------------------------".
002093     MOVE RETURN-CODE TO CTP-RETURN-CODE
002096     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
002100 3000-EXIT.
002110     EXIT.
002120*
940050 1300-EXIT.
940052     EXIT.
940054*
960008*----------------------------------------------------------------
960010*    8000-INICIAR-PASSO
960012*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
960014*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
960016*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
960018*----------------------------------------------------------------
960020 8000-INICIAR-PASSO.
960022     MOVE "I" TO CTP-FUNCAO
960024     MOVE "CNAB01" TO CTP-PROGRAMA
960026     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
960028     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960030                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960032     CALL "CTLPAS01" USING CTP-PARAMETROS
960034     IF CTP-AUTORIZADO
960036         MOVE "S" TO WS-PASSO-INICIADO
960038         GO TO 8000-EXIT
960040     END-IF
960042     DISPLAY "CNAB01: " CTP-MENSAGEM
960044     IF CTP-JA-CONCLUIDO
960046         MOVE 4 TO RETURN-CODE
960048         STOP RUN
960050     END-IF
960052     IF CTP-RECUSADO
960054         MOVE 8 TO RETURN-CODE
960056         STOP RUN
960058     END-IF
960060     GO TO 9999-ABENDAR.
960062 8000-EXIT.
960064     EXIT.
960066*
960068*----------------------------------------------------------------
960070*    8100-CONCLUIR-PASSO
960072*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
960074*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
960076*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
960078*    PROCESSAMENTO JA TERMINOU.
960080*----------------------------------------------------------------
960082 8100-CONCLUIR-PASSO.
960084     MOVE "N" TO WS-PASSO-INICIADO
960086     MOVE "C" TO CTP-FUNCAO
960088     MOVE WS-QTD-DETALHES TO CTP-QTD-LIDOS
960090     MOVE WS-QTD-DETALHES TO CTP-QTD-EFETIVADOS
960092     COMPUTE CTP-VALOR-TOTAL = WS-TOTAL-CREDITOS
960094                             + WS-TOTAL-DEBITOS + WS-TOTAL-JUROS
960096     CALL "CTLPAS01" USING CTP-PARAMETROS
960097     MOVE CTP-RETURN-CODE TO RETURN-CODE
960098     IF NOT CTP-AUTORIZADO
960100         DISPLAY "CNAB01: AVISO - " CTP-MENSAGEM
960102     END-IF.
960104 8100-EXIT.
960106     EXIT.
960108*
002130 9999-ABENDAR.
002132     IF SW-PASSO-INICIADO
002134         MOVE 16 TO CTP-RETURN-CODE
002136         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
002138     END-IF
002140     DISPLAY "CNAB01: ENCERRADO COM ERRO - VERIFIQUE OS STATUS "
002150             "ACIMA".
002160     MOVE 16 TO RETURN-CODE
