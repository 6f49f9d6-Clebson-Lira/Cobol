000298*                       EXPURGADOS, E CONTA COM TODO O         *
000299*                       HISTORICO NO ACERVO E CONFERIDA        *
000301*                       DIRETO CONTRA A BASE.                  *
000302*    2026-10-15 CL      INCLUIDO O TIPO "E" (ESTORNO), QUE     *
000303*                       SOMA OU SUBTRAI CONFORME A NATUREZA    *
000304*                       GRAVADA NO PROPRIO LANCAMENTO          *
000305*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE   *
000306*                       EMPRESTIMO, CREDITO) E "Q" (PAGAMENTO  *
000307*                       DE EMPRESTIMO, DEBITO)                 *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000776     ==MOV-TIPO-DEB-CONVENIO==
000778                              BY ==SRT-TIPO-DEB-CONVENIO==
000782     ==MOV-TIPO-TARIFA==      BY ==SRT-TIPO-TARIFA==
000783     ==MOV-TIPO-ESTORNO==     BY ==SRT-TIPO-ESTORNO==
000784     ==MOV-TIPO-CRED-EMPRESTIMO==
000785                              BY ==SRT-TIPO-CRED-EMPRESTIMO==
000786     ==MOV-TIPO-DEB-EMPRESTIMO==
000787                              BY ==SRT-TIPO-DEB-EMPRESTIMO==
000780     ==MOV-TIPO==             BY ==SRT-TIPO==
000790     ==MOV-VALOR==            BY ==SRT-VALOR==
000800     ==MOV-SALDO-RESULTANTE== BY ==SRT-SALDO-RESULTANTE==
000810     ==MOV-CONTA-CONTRAPARTIDA==
000820                              BY ==SRT-CONTA-CONTRAPARTIDA==
000821     ==MOV-OPERADOR==         BY ==SRT-OPERADOR==
000822     ==MOV-SEQ-ESTORNADA==    BY ==SRT-SEQ-ESTORNADA==
000823     ==MOV-NATUREZA-ESTORNO==
000824                              BY ==SRT-NATUREZA-ESTORNO==
000825     ==MOV-ESTORNO-CREDITO==  BY ==SRT-ESTORNO-CREDITO==
000826     ==MOV-ESTORNO-DEBITO==   BY ==SRT-ESTORNO-DEBITO==.
000830 FD  MOVTOS-CLASSIFICADOS
000840     LABEL RECORD IS STANDARD.
000850 COPY MOVREG REPLACING
000996     ==MOV-TIPO-DEB-CONVENIO==
000998                              BY ==ORD-TIPO-DEB-CONVENIO==
000999     ==MOV-TIPO-TARIFA==      BY ==ORD-TIPO-TARIFA==
900000     ==MOV-TIPO-ESTORNO==     BY ==ORD-TIPO-ESTORNO==
900002     ==MOV-TIPO-CRED-EMPRESTIMO==
900004                              BY ==ORD-TIPO-CRED-EMPRESTIMO==
900006     ==MOV-TIPO-DEB-EMPRESTIMO==
900008                              BY ==ORD-TIPO-DEB-EMPRESTIMO==
001000     ==MOV-TIPO==             BY ==ORD-TIPO==
001010     ==MOV-VALOR==            BY ==ORD-VALOR==
001020     ==MOV-SALDO-RESULTANTE== BY ==ORD-SALDO-RESULTANTE==
001030     ==MOV-CONTA-CONTRAPARTIDA==
001040                              BY ==ORD-CONTA-CONTRAPARTIDA==
902000     ==MOV-OPERADOR==         BY ==ORD-OPERADOR==
902002     ==MOV-SEQ-ESTORNADA==    BY ==ORD-SEQ-ESTORNADA==
902004     ==MOV-NATUREZA-ESTORNO==
902006                              BY ==ORD-NATUREZA-ESTORNO==
902008     ==MOV-ESTORNO-CREDITO==  BY ==ORD-ESTORNO-CREDITO==
902010     ==MOV-ESTORNO-DEBITO==   BY ==ORD-ESTORNO-DEBITO==.
001044 FD  EXPBASE-ARQ
001046     LABEL RECORD IS STANDARD.
001048 COPY EXBREG.
002030                 MOVE HST-CONTA-CONTRAPARTIDA
002040                     TO SRT-CONTA-CONTRAPARTIDA
002042                 MOVE HST-OPERADOR TO SRT-OPERADOR
002044                 MOVE HST-SEQ-ESTORNADA TO SRT-SEQ-ESTORNADA
002046                 MOVE HST-NATUREZA-ESTORNO
002048                     TO SRT-NATUREZA-ESTORNO
002050                 RELEASE SRT-REGISTRO
002060         END-READ
002070     END-PERFORM
003050*    REGRA DO JUROS01 (RENDIMENTO COM SALDO POSITIVO OU ZERO,   *
003060*    ENCARGO COM SALDO NEGATIVO). A LIBERACAO DE BLOQUEIO       *
003062*    ("L") SO MEXE NO SALDO BLOQUEADO E NAO ALTERA O SALDO      *
003064*    CONTABIL AUDITADO AQUI. O ESTORNO ("E") SOMA OU SUBTRAI    *
003066*    CONFORME A NATUREZA GRAVADA NO PROPRIO LANCAMENTO.         *
003070*----------------------------------------------------------------
003080 2300-APLICAR-MOVIMENTO.
003090     IF ORD-TIPO-DEPOSITO OR ORD-TIPO-TRANSF-CREDITO
003100         OR ORD-TIPO-CRED-FOLHA OR ORD-TIPO-DEP-CHEQUE
003105         OR (ORD-TIPO-ESTORNO AND ORD-ESTORNO-CREDITO)
003107         OR ORD-TIPO-CRED-EMPRESTIMO
003110         ADD ORD-VALOR TO WS-SALDO-ESPERADO
003120         GO TO 2300-EXIT
003130     END-IF
003136     END-IF
003140     IF ORD-TIPO-SAQUE OR ORD-TIPO-TRANSF-DEBITO
003150         OR ORD-TIPO-DEB-AUTO OR ORD-TIPO-DEB-CONVENIO
003155         OR ORD-TIPO-TARIFA OR ORD-TIPO-DEB-EMPRESTIMO
003157         OR (ORD-TIPO-ESTORNO AND ORD-ESTORNO-DEBITO)
003160         SUBTRACT ORD-VALOR FROM WS-SALDO-ESPERADO
003170         GO TO 2300-EXIT
003180     END-IF
