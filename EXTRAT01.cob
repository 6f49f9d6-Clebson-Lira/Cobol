000270*    ---------- ------- -----------------------------------------
000280*    2026-09-02 CL      CRIACAO DO JOB - EXTRATO MENSAL EM     *
000290*                       LOTE PARA REMESSA AOS CLIENTES         *
000292*    2026-10-15 CL      INCLUIDO O TIPO "E" (ESTORNO), COM     *
000294*                       TOTAIS DE ESTORNOS A CREDITO E A       *
000296*                       DEBITO E A SEQUENCIA ESTORNADA NO      *
000298*                       COMPLEMENTO DA LINHA                   *
000299*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE   *
000301*                       EMPRESTIMO) E "Q" (PAGAMENTO DE        *
000302*                       EMPRESTIMO), COM TOTAIS PROPRIOS       *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
001200     05  WS-TOTAL-LIBERACOES     PIC 9(07)V99 VALUE ZERO.
001210     05  WS-TOTAL-CONVENIO       PIC 9(07)V99 VALUE ZERO.
001220     05  WS-TOTAL-TARIFAS        PIC 9(07)V99 VALUE ZERO.
001222     05  WS-TOTAL-EST-CRED       PIC 9(07)V99 VALUE ZERO.
001224     05  WS-TOTAL-EST-DEB        PIC 9(07)V99 VALUE ZERO.
001226     05  WS-TOTAL-EMPRESTIMOS    PIC 9(07)V99 VALUE ZERO.
001228     05  WS-TOTAL-PAGTO-EMPREST  PIC 9(07)V99 VALUE ZERO.
001230 01  WS-CONTADORES.
001240     05  WS-QTD-LIDOS            PIC 9(07) COMP VALUE ZERO.
001250     05  WS-QTD-NO-MES           PIC 9(07) COMP VALUE ZERO.
001850         VALUE "CONTRAPARTIDA: ".
001860     05  CPL-CONTA-CONTRA        PIC 9(07).
001870     05  FILLER                  PIC X(11) VALUE SPACES.
001872 01  WS-COMPLEMENTO-ESTORNO.
001874     05  FILLER                  PIC X(16)
001876         VALUE "ESTORNO DA SEQ: ".
001878     05  CPL-SEQ-ESTORNADA       PIC 9(06).
001879     05  FILLER                  PIC X(11) VALUE SPACES.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003260     MOVE ZERO TO WS-TOTAL-DEB-AUTO WS-TOTAL-DEP-CHEQUE
003270     MOVE ZERO TO WS-TOTAL-LIBERACOES WS-TOTAL-CONVENIO
003280     MOVE ZERO TO WS-TOTAL-TARIFAS
003282     MOVE ZERO TO WS-TOTAL-EST-CRED WS-TOTAL-EST-DEB
003284     MOVE ZERO TO WS-TOTAL-EMPRESTIMOS WS-TOTAL-PAGTO-EMPREST
003290     PERFORM 2300-CALCULAR-SALDO-ANTERIOR THRU 2300-EXIT
003300     PERFORM 2400-IMPRIMIR-CABECALHO THRU 2400-EXIT.
003310 2200-EXIT.
003350*    2300-CALCULAR-SALDO-ANTERIOR
003360*    DERIVA O SALDO ANTERIOR AO MES DESFAZENDO O EFEITO DO       *
003370*    PRIMEIRO LANCAMENTO DO PERIODO SOBRE O SEU SALDO            *
003380*    RESULTANTE: CREDITOS (D, C, F, H, P) SAO SUBTRAIDOS,        *
003390*    DEBITOS (S, T, A, V, M, Q) SOMADOS E A LIBERACAO (L) E      *
003392*    NEUTRA; O ESTORNO (E) SEGUE A NATUREZA GRAVADA NO           *
003400*    LANCAMENTO. PARA JUROS VALE A REGRA DO JUROS01: COM O       *
003410*    SALDO RESULTANTE POSITIVO OU ZERO O LANCAMENTO FOI          *
003420*    RENDIMENTO (SUBTRAI), NEGATIVO FOI ENCARGO (SOMA).          *
003430*----------------------------------------------------------------
003440 2300-CALCULAR-SALDO-ANTERIOR.
003450     MOVE HST-SALDO-RESULTANTE TO WS-SALDO-ANTERIOR
003460     IF HST-TIPO-DEPOSITO OR HST-TIPO-TRANSF-CREDITO
003470         OR HST-TIPO-CRED-FOLHA OR HST-TIPO-DEP-CHEQUE
003475         OR (HST-TIPO-ESTORNO AND HST-ESTORNO-CREDITO)
003477         OR HST-TIPO-CRED-EMPRESTIMO
003480         SUBTRACT HST-VALOR FROM WS-SALDO-ANTERIOR
003490         GO TO 2300-EXIT
003500     END-IF
003510     IF HST-TIPO-SAQUE OR HST-TIPO-TRANSF-DEBITO
003520         OR HST-TIPO-DEB-AUTO OR HST-TIPO-DEB-CONVENIO
003530         OR HST-TIPO-TARIFA OR HST-TIPO-DEB-EMPRESTIMO
003535         OR (HST-TIPO-ESTORNO AND HST-ESTORNO-DEBITO)
003540         ADD HST-VALOR TO WS-SALDO-ANTERIOR
003550         GO TO 2300-EXIT
003560     END-IF
004200*    2500-IMPRIMIR-LANCAMENTO
004210*    IMPRIME UMA LINHA DO EXTRATO E ACUMULA O TOTAL DO TIPO,     *
004220*    COM A CONTA DE CONTRAPARTIDA NO COMPLEMENTO DAS             *
004230*    TRANSFERENCIAS E A SEQUENCIA ESTORNADA NO DOS ESTORNOS,     *
004235*    NO MESMO CRITERIO DO EXTRATO DE TERMINAL.                   *
004240*----------------------------------------------------------------
004250 2500-IMPRIMIR-LANCAMENTO.
004260     ADD 1 TO WS-QTD-LANCTOS-CTA
004330         MOVE HST-CONTA-CONTRAPARTIDA TO CPL-CONTA-CONTRA
004340         MOVE WS-COMPLEMENTO-CONTRA TO DET-COMPLEMENTO
004350     END-IF
004352     IF HST-TIPO-ESTORNO
004354         MOVE HST-SEQ-ESTORNADA TO CPL-SEQ-ESTORNADA
004356         MOVE WS-COMPLEMENTO-ESTORNO TO DET-COMPLEMENTO
004358     END-IF
004360     MOVE WS-LINHA-DETALHE TO IMP-LINHA
004370     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
004380     MOVE HST-SALDO-RESULTANTE TO WS-SALDO-FINAL
004680     END-IF
004690     IF HST-TIPO-TARIFA
004700         ADD HST-VALOR TO WS-TOTAL-TARIFAS
004701     END-IF
004702     IF HST-TIPO-ESTORNO AND HST-ESTORNO-CREDITO
004703         ADD HST-VALOR TO WS-TOTAL-EST-CRED
004704     END-IF
004705     IF HST-TIPO-ESTORNO AND HST-ESTORNO-DEBITO
004706         ADD HST-VALOR TO WS-TOTAL-EST-DEB
004707     END-IF
004708     IF HST-TIPO-CRED-EMPRESTIMO
004709         ADD HST-VALOR TO WS-TOTAL-EMPRESTIMOS
004710     END-IF
004711     IF HST-TIPO-DEB-EMPRESTIMO
004712         ADD HST-VALOR TO WS-TOTAL-PAGTO-EMPREST
004713     END-IF.
004720 2500-EXIT.
004730     EXIT.
004740*
005250     MOVE WS-TOTAL-TARIFAS TO TOT-VALOR
005260     MOVE WS-LINHA-TOTAL TO IMP-LINHA
005270     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
005271     MOVE "ESTORNOS A CREDITO...:" TO TOT-ROTULO
005272     MOVE WS-TOTAL-EST-CRED TO TOT-VALOR
005273     MOVE WS-LINHA-TOTAL TO IMP-LINHA
005274     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
005275     MOVE "ESTORNOS A DEBITO....:" TO TOT-ROTULO
005276     MOVE WS-TOTAL-EST-DEB TO TOT-VALOR
005277     MOVE WS-LINHA-TOTAL TO IMP-LINHA
005278     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
005279     MOVE "EMPRESTIMOS..........:" TO TOT-ROTULO
005281     MOVE WS-TOTAL-EMPRESTIMOS TO TOT-VALOR
005282     MOVE WS-LINHA-TOTAL TO IMP-LINHA
005283     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
005284     MOVE "PAGTO EMPRESTIMOS....:" TO TOT-ROTULO
005285     MOVE WS-TOTAL-PAGTO-EMPREST TO TOT-VALOR
005286     MOVE WS-LINHA-TOTAL TO IMP-LINHA
005287     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
005280     MOVE "QTD DE LANCAMENTOS...:" TO TOT-ROTULO
005290     MOVE WS-QTD-LANCTOS-CTA TO TOT-VALOR
005300     MOVE WS-LINHA-TOTAL TO IMP-LINHA
