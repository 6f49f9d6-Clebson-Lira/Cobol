000144*                       MENSAL DE MANUTENCAO POR TIPO DE        *
000145*                       CONTA, POSTADA NO LOTE NOTURNO PELO     *
000146*                       TARIFA01                                *
900000*    2026-10-15 CL      INCLUIDO TIPO "E" PARA O ESTORNO DE     *
900002*                       LANCAMENTO AUTORIZADO POR SUPERVISOR,   *
900004*                       COM A SEQUENCIA DO LANCAMENTO ESTORNADO *
900006*                       E A NATUREZA DO ESTORNO (CREDITO OU     *
900008*                       DEBITO) NO LUGAR DO FILLER. NOS DEMAIS  *
900010*                       TIPOS OS DOIS CAMPOS NAO SAO USADOS     *
900012*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE    *
900014*                       EMPRESTIMO PESSOAL, CREDITO POSTADO NO  *
900016*                       CAIXA) E "Q" (PAGAMENTO DE PARCELA OU   *
900018*                       QUITACAO ANTECIPADA DE EMPRESTIMO,      *
900020*                       DEBITO POSTADO PELO EMPCOB01 OU NO      *
900022*                       CAIXA)                                  *
000128*****************************************************************
000122 01  MOV-REGISTRO.
000130     05  MOV-NUMERO-CONTA        PIC 9(07).
000188         88  MOV-TIPO-DEB-CONVENIO
000189                                 VALUE "V".
000191         88  MOV-TIPO-TARIFA     VALUE "M".
902000         88  MOV-TIPO-ESTORNO    VALUE "E".
902002         88  MOV-TIPO-CRED-EMPRESTIMO
902004                                 VALUE "P".
902006         88  MOV-TIPO-DEB-EMPRESTIMO
902008                                 VALUE "Q".
000185     05  MOV-VALOR               PIC 9(05)V99.
000190     05  MOV-SALDO-RESULTANTE    PIC S9(07)V99 SIGN IS TRAILING
000191                                 SEPARATE CHARACTER.
000195     05  MOV-CONTA-CONTRAPARTIDA PIC 9(07).
000196     05  MOV-OPERADOR            PIC 9(04).
000200     05  MOV-SEQ-ESTORNADA       PIC 9(06).
000201     05  MOV-NATUREZA-ESTORNO    PIC X(01).
000202         88  MOV-ESTORNO-CREDITO VALUE "C".
000203         88  MOV-ESTORNO-DEBITO  VALUE "D".
