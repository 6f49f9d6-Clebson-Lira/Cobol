000250*    ULTIMO EXPURGO DO HISTORICO.                               *
000260*****************************************************************
000270*    REGRAS DO REPLAY:                                          *
000280*    - CREDITOS (D, C, F, H, P) SOMAM E DEBITOS (S, T, A, V,    *
000290*      M, Q) SUBTRAEM DO SALDO; JUROS (J) SEGUE A REGRA DO      *
000300*      JUROS01 (RENDIMENTO COM SALDO POSITIVO OU ZERO, ENCARGO  *
000310*      COM SALDO NEGATIVO); LIBERACAO (L) NAO ALTERA O SALDO    *
000320*      CONTABIL; ESTORNO (E) SOMA OU SUBTRAI CONFORME A         *
000322*      NATUREZA GRAVADA NO LANCAMENTO (C OU D).                 *
000330*    - O SALDO BLOQUEADO RECEBE OS DEPOSITOS EM CHEQUE (H) E    *
000340*      DEVOLVE AS LIBERACOES (L).                               *
000350*    - A DATA DO ULTIMO MOVIMENTO DO CLIENTE SO AVANCA COM      *
000360*      LANCAMENTOS DE GUICHE (OPERADOR MAIOR QUE ZERO) DOS      *
000370*      TIPOS D, S, T, H, P E Q, O MESMO CRITERIO DO CAIXA.      *
000380*    - CONTA DO BACKUP SEM LANCAMENTO POSTERIOR DEVE ESTAR NO   *
000390*      MESTRE COM OS CAMPOS DO BACKUP (SEGUNDA PASSAGEM).       *
000400*****************************************************************
000466*                       RECUSA-SE A EXECUTAR COM SESSAO       *
000468*                       ONLINE DO CAIXA REGISTRADA, ALEM DA   *
000469*                       CONFIRMACAO DO CARTAO DE ENTRADA.     *
000471*    2026-10-15 CL      INCLUIDO O TIPO "E" (ESTORNO) NO      *
000472*                       REPLAY, CONFORME A NATUREZA GRAVADA   *
000473*                       NO LANCAMENTO                         *
000474*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE  *
000475*                       EMPRESTIMO, CREDITO) E "Q" (PAGAMENTO *
000476*                       DE EMPRESTIMO, DEBITO) NO REPLAY; OS  *
000477*                       POSTADOS NO CAIXA AVANCAM A DATA DO   *
000478*                       ULTIMO MOVIMENTO DO CLIENTE           *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000970     ==CTA-CONTA-ATIVA==      BY ==BKP-CONTA-ATIVA==
000980     ==CTA-CONTA-BLOQUEADA==  BY ==BKP-CONTA-BLOQUEADA==
000990     ==CTA-CONTA-DORMENTE==   BY ==BKP-CONTA-DORMENTE==
000991     ==CTA-CONTA-ENCERRADA==  BY ==BKP-CONTA-ENCERRADA==
001000     ==CTA-DATA-ULTIMO-JUROS==
001010                              BY ==BKP-DATA-ULTIMO-JUROS==
001020     ==CTA-DATA-ULTIMO-MOVTO==
001350     ==MOV-TIPO-DEB-CONVENIO==
001360                              BY ==SRT-TIPO-DEB-CONVENIO==
001370     ==MOV-TIPO-TARIFA==      BY ==SRT-TIPO-TARIFA==
001371     ==MOV-TIPO-ESTORNO==     BY ==SRT-TIPO-ESTORNO==
001372     ==MOV-TIPO-CRED-EMPRESTIMO==
001373                              BY ==SRT-TIPO-CRED-EMPRESTIMO==
001374     ==MOV-TIPO-DEB-EMPRESTIMO==
001375                              BY ==SRT-TIPO-DEB-EMPRESTIMO==
001380     ==MOV-TIPO==             BY ==SRT-TIPO==
001390     ==MOV-VALOR==            BY ==SRT-VALOR==
001400     ==MOV-SALDO-RESULTANTE== BY ==SRT-SALDO-RESULTANTE==
001410     ==MOV-CONTA-CONTRAPARTIDA==
001420                              BY ==SRT-CONTA-CONTRAPARTIDA==
001422     ==MOV-OPERADOR==         BY ==SRT-OPERADOR==
001424     ==MOV-SEQ-ESTORNADA==    BY ==SRT-SEQ-ESTORNADA==
001426     ==MOV-NATUREZA-ESTORNO==
001428                              BY ==SRT-NATUREZA-ESTORNO==
001430     ==MOV-ESTORNO-CREDITO==  BY ==SRT-ESTORNO-CREDITO==
001432     ==MOV-ESTORNO-DEBITO==   BY ==SRT-ESTORNO-DEBITO==.
001440 FD  MOVTOS-CLASSIFICADOS
001450     LABEL RECORD IS STANDARD.
001460 COPY MOVREG REPLACING
001630     ==MOV-TIPO-DEB-CONVENIO==
001640                              BY ==ORD-TIPO-DEB-CONVENIO==
001650     ==MOV-TIPO-TARIFA==      BY ==ORD-TIPO-TARIFA==
001651     ==MOV-TIPO-ESTORNO==     BY ==ORD-TIPO-ESTORNO==
001652     ==MOV-TIPO-CRED-EMPRESTIMO==
001653                              BY ==ORD-TIPO-CRED-EMPRESTIMO==
001654     ==MOV-TIPO-DEB-EMPRESTIMO==
001655                              BY ==ORD-TIPO-DEB-EMPRESTIMO==
001660     ==MOV-TIPO==             BY ==ORD-TIPO==
001670     ==MOV-VALOR==            BY ==ORD-VALOR==
001680     ==MOV-SALDO-RESULTANTE== BY ==ORD-SALDO-RESULTANTE==
001690     ==MOV-CONTA-CONTRAPARTIDA==
001700                              BY ==ORD-CONTA-CONTRAPARTIDA==
001701     ==MOV-OPERADOR==         BY ==ORD-OPERADOR==
001702     ==MOV-SEQ-ESTORNADA==    BY ==ORD-SEQ-ESTORNADA==
001703     ==MOV-NATUREZA-ESTORNO==
001704                              BY ==ORD-NATUREZA-ESTORNO==
001705     ==MOV-ESTORNO-CREDITO==  BY ==ORD-ESTORNO-CREDITO==
001706     ==MOV-ESTORNO-DEBITO==   BY ==ORD-ESTORNO-DEBITO==.
001712 FD  SISTSTAT-ARQ
001714     LABEL RECORD IS STANDARD.
001716 COPY STAREG.
003140                 MOVE HST-CONTA-CONTRAPARTIDA
003150                     TO SRT-CONTA-CONTRAPARTIDA
003160                 MOVE HST-OPERADOR TO SRT-OPERADOR
003162                 MOVE HST-SEQ-ESTORNADA TO SRT-SEQ-ESTORNADA
003164                 MOVE HST-NATUREZA-ESTORNO
003166                     TO SRT-NATUREZA-ESTORNO
003170                 RELEASE SRT-REGISTRO
003180         END-READ
003190     END-PERFORM
004310     MOVE ORD-SEQUENCIA TO WS-SEQ-REPLAY
004320     IF ORD-OPERADOR > ZERO
004330         AND (ORD-TIPO-DEPOSITO OR ORD-TIPO-SAQUE
004340             OR ORD-TIPO-TRANSF-DEBITO OR ORD-TIPO-DEP-CHEQUE
004345             OR ORD-TIPO-CRED-EMPRESTIMO
004347             OR ORD-TIPO-DEB-EMPRESTIMO)
004350         MOVE ORD-DATA TO WS-DATA-MOVTO-REPLAY
004360     END-IF
004370     IF ORD-TIPO-DEP-CHEQUE
004430     END-IF
004440     IF ORD-TIPO-DEPOSITO OR ORD-TIPO-TRANSF-CREDITO
004450         OR ORD-TIPO-CRED-FOLHA OR ORD-TIPO-DEP-CHEQUE
004455         OR (ORD-TIPO-ESTORNO AND ORD-ESTORNO-CREDITO)
004457         OR ORD-TIPO-CRED-EMPRESTIMO
004460         ADD ORD-VALOR TO WS-SALDO-REPLAY
004470         GO TO 2400-EXIT
004480     END-IF
004490     IF ORD-TIPO-SAQUE OR ORD-TIPO-TRANSF-DEBITO
004500         OR ORD-TIPO-DEB-AUTO OR ORD-TIPO-DEB-CONVENIO
004510         OR ORD-TIPO-TARIFA OR ORD-TIPO-DEB-EMPRESTIMO
004515         OR (ORD-TIPO-ESTORNO AND ORD-ESTORNO-DEBITO)
004520         SUBTRACT ORD-VALOR FROM WS-SALDO-REPLAY
004530         GO TO 2400-EXIT
004540     END-IF
