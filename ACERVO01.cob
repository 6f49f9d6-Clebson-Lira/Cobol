000220*    ---------- ------- -----------------------------------------
000230*    2026-09-02 CL      CRIACAO DO JOB - CONSULTA AO ACERVO    *
000240*                       DO HISTORICO EXPURGADO                 *
000242*    2026-10-15 CL      INCLUIDO O TIPO "E" (ESTORNO) NOS      *
000244*                       TOTAIS POR CONTA, COM A SEQUENCIA      *
000246*                       ESTORNADA NA LINHA DO LANCAMENTO       *
000247*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE   *
000248*                       EMPRESTIMO) E "Q" (PAGAMENTO DE        *
000249*                       EMPRESTIMO) NOS TOTAIS POR CONTA       *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000550     ==HST-TIPO-DEB-CONVENIO==
000560                              BY ==ACV-TIPO-DEB-CONVENIO==
000570     ==HST-TIPO-TARIFA==      BY ==ACV-TIPO-TARIFA==
000571     ==HST-TIPO-ESTORNO==     BY ==ACV-TIPO-ESTORNO==
000572     ==HST-TIPO-CRED-EMPRESTIMO==
000573                              BY ==ACV-TIPO-CRED-EMPRESTIMO==
000574     ==HST-TIPO-DEB-EMPRESTIMO==
000575                              BY ==ACV-TIPO-DEB-EMPRESTIMO==
000580     ==HST-TIPO==             BY ==ACV-TIPO==
000590     ==HST-VALOR==            BY ==ACV-VALOR==
000600     ==HST-SALDO-RESULTANTE== BY ==ACV-SALDO-RESULTANTE==
000610     ==HST-CONTA-CONTRAPARTIDA==
000620                              BY ==ACV-CONTA-CONTRAPARTIDA==
000622     ==HST-OPERADOR==         BY ==ACV-OPERADOR==
000624     ==HST-SEQ-ESTORNADA==    BY ==ACV-SEQ-ESTORNADA==
000626     ==HST-NATUREZA-ESTORNO==
000628                              BY ==ACV-NATUREZA-ESTORNO==
000630     ==HST-ESTORNO-CREDITO==  BY ==ACV-ESTORNO-CREDITO==
000632     ==HST-ESTORNO-DEBITO==   BY ==ACV-ESTORNO-DEBITO==.
000640 SD  ARQ-ORDENACAO.
000650 COPY HISTREG REPLACING
000660     ==HST-REGISTRO==         BY ==SRT-REGISTRO==
000830     ==HST-TIPO-DEB-CONVENIO==
000840                              BY ==SRT-TIPO-DEB-CONVENIO==
000850     ==HST-TIPO-TARIFA==      BY ==SRT-TIPO-TARIFA==
000851     ==HST-TIPO-ESTORNO==     BY ==SRT-TIPO-ESTORNO==
000852     ==HST-TIPO-CRED-EMPRESTIMO==
000853                              BY ==SRT-TIPO-CRED-EMPRESTIMO==
000854     ==HST-TIPO-DEB-EMPRESTIMO==
000855                              BY ==SRT-TIPO-DEB-EMPRESTIMO==
000860     ==HST-TIPO==             BY ==SRT-TIPO==
000870     ==HST-VALOR==            BY ==SRT-VALOR==
000880     ==HST-SALDO-RESULTANTE== BY ==SRT-SALDO-RESULTANTE==
000890     ==HST-CONTA-CONTRAPARTIDA==
000900                              BY ==SRT-CONTA-CONTRAPARTIDA==
000902     ==HST-OPERADOR==         BY ==SRT-OPERADOR==
000904     ==HST-SEQ-ESTORNADA==    BY ==SRT-SEQ-ESTORNADA==
000906     ==HST-NATUREZA-ESTORNO==
000908                              BY ==SRT-NATUREZA-ESTORNO==
000910     ==HST-ESTORNO-CREDITO==  BY ==SRT-ESTORNO-CREDITO==
000912     ==HST-ESTORNO-DEBITO==   BY ==SRT-ESTORNO-DEBITO==.
000920 WORKING-STORAGE SECTION.
000930 01  WS-STATUS-ACERVO            PIC X(02) VALUE "00".
000940     88  ST-ACERVO-OK                     VALUE "00".
001210     05  WS-TOTAL-LIBERACOES     PIC 9(07)V99 VALUE ZERO.
001220     05  WS-TOTAL-CONVENIO       PIC 9(07)V99 VALUE ZERO.
001230     05  WS-TOTAL-TARIFAS        PIC 9(07)V99 VALUE ZERO.
001232     05  WS-TOTAL-EST-CRED       PIC 9(07)V99 VALUE ZERO.
001234     05  WS-TOTAL-EST-DEB        PIC 9(07)V99 VALUE ZERO.
001236     05  WS-TOTAL-EMPRESTIMOS    PIC 9(07)V99 VALUE ZERO.
001238     05  WS-TOTAL-PAGTO-EMPREST  PIC 9(07)V99 VALUE ZERO.
001240 01  WS-CONTADORES.
001250     05  WS-QTD-LIDOS            PIC 9(07) COMP VALUE ZERO.
001260     05  WS-QTD-SELECIONADOS     PIC 9(07) COMP VALUE ZERO.
002700     MOVE ZERO TO WS-TOTAL-DEB-AUTO WS-TOTAL-DEP-CHEQUE
002710     MOVE ZERO TO WS-TOTAL-LIBERACOES WS-TOTAL-CONVENIO
002720     MOVE ZERO TO WS-TOTAL-TARIFAS
002725     MOVE ZERO TO WS-TOTAL-EST-CRED WS-TOTAL-EST-DEB
002727     MOVE ZERO TO WS-TOTAL-EMPRESTIMOS WS-TOTAL-PAGTO-EMPREST
002730     DISPLAY " "
002740     DISPLAY "CONTA " SRT-NUMERO-CONTA
002750     DISPLAY "DATA       TIPO  VALOR          SALDO".
002870         DISPLAY "           CONTRAPARTIDA: "
002880                 SRT-CONTA-CONTRAPARTIDA
002890     END-IF
002892     IF SRT-TIPO-ESTORNO
002894         DISPLAY "           ESTORNO DA SEQ: "
002896                 SRT-SEQ-ESTORNADA
002898     END-IF
002900     IF SRT-TIPO-DEPOSITO
002910         ADD SRT-VALOR TO WS-TOTAL-DEPOSITOS
002920     END-IF
003190     END-IF
003200     IF SRT-TIPO-TARIFA
003210         ADD SRT-VALOR TO WS-TOTAL-TARIFAS
003211     END-IF
003212     IF SRT-TIPO-ESTORNO AND SRT-ESTORNO-CREDITO
003213         ADD SRT-VALOR TO WS-TOTAL-EST-CRED
003214     END-IF
003215     IF SRT-TIPO-ESTORNO AND SRT-ESTORNO-DEBITO
003216         ADD SRT-VALOR TO WS-TOTAL-EST-DEB
003217     END-IF
003218     IF SRT-TIPO-CRED-EMPRESTIMO
003219         ADD SRT-VALOR TO WS-TOTAL-EMPRESTIMOS
003220     END-IF
003221     IF SRT-TIPO-DEB-EMPRESTIMO
003222         ADD SRT-VALOR TO WS-TOTAL-PAGTO-EMPREST
003223     END-IF.
003230 2300-EXIT.
003240     EXIT.
003250*
003370     DISPLAY "CHEQUES LIBERADOS..: R$ " WS-TOTAL-LIBERACOES
003380     DISPLAY "DEBITOS CONVENIO...: R$ " WS-TOTAL-CONVENIO
003390     DISPLAY "TARIFAS............: R$ " WS-TOTAL-TARIFAS
003392     DISPLAY "ESTORNOS A CREDITO.: R$ " WS-TOTAL-EST-CRED
003394     DISPLAY "ESTORNOS A DEBITO..: R$ " WS-TOTAL-EST-DEB
003396     DISPLAY "EMPRESTIMOS........: R$ " WS-TOTAL-EMPRESTIMOS
003398     DISPLAY "PAGTO EMPRESTIMOS..: R$ " WS-TOTAL-PAGTO-EMPREST
003400     DISPLAY "QTD DE LANCAMENTOS.: " WS-QTD-LANCTOS-CTA
003410     MOVE "N" TO WS-CONTA-ABERTA.
003420 2400-EXIT.
