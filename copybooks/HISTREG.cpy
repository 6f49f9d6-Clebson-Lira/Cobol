000197*                       POR CONVENIO), ACOMPANHANDO O MOVREG   *
000198*    2026-09-02 CL      INCLUIDO TIPO "M" (TARIFA MENSAL DE    *
000199*                       MANUTENCAO), ACOMPANHANDO O MOVREG     *
000201*    2026-10-15 CL      INCLUIDO TIPO "E" (ESTORNO DE          *
000202*                       LANCAMENTO) COM A SEQUENCIA ESTORNADA  *
000203*                       E A NATUREZA DO ESTORNO NO LUGAR DO    *
000204*                       FILLER, ACOMPANHANDO O MOVREG          *
000205*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE   *
000206*                       EMPRESTIMO PESSOAL) E "Q" (PAGAMENTO   *
000207*                       DE EMPRESTIMO), ACOMPANHANDO O MOVREG  *
000190*****************************************************************
000200 01  HST-REGISTRO.
000210     05  HST-CHAVE.
000339         88  HST-TIPO-DEB-CONVENIO
000341                                 VALUE "V".
000342         88  HST-TIPO-TARIFA     VALUE "M".
000343         88  HST-TIPO-ESTORNO    VALUE "E".
000344         88  HST-TIPO-CRED-EMPRESTIMO
000345                                 VALUE "P".
000346         88  HST-TIPO-DEB-EMPRESTIMO
000347                                 VALUE "Q".
000340     05  HST-VALOR               PIC 9(05)V99.
000350     05  HST-SALDO-RESULTANTE    PIC S9(07)V99 SIGN IS TRAILING
000360                                 SEPARATE CHARACTER.
000370     05  HST-CONTA-CONTRAPARTIDA PIC 9(07).
000375     05  HST-OPERADOR            PIC 9(04).
000380     05  HST-SEQ-ESTORNADA       PIC 9(06).
000381     05  HST-NATUREZA-ESTORNO    PIC X(01).
000382         88  HST-ESTORNO-CREDITO VALUE "C".
000383         88  HST-ESTORNO-DEBITO  VALUE "D".
