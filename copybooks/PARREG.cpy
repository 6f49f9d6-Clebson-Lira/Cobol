000010*****************************************************************
000020*    COPYBOOK.......: PARREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DO PLANO DE PARCELAS  *
000040*                      DOS EMPRESTIMOS (ARQUIVO PARCELAS -      *
000050*                      ACESSO INDEXADO, CHAVE CONTA + CONTRATO  *
000060*                      + NUMERO DA PARCELA), GERADO PELO CAIXA  *
000070*                      NA CONTRATACAO E BAIXADO PELO EMPCOB01   *
000080*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000090*****************************************************************
000100*    CADA PARCELA NASCE PENDENTE ("P") COM A DIVISAO ENTRE      *
000110*    AMORTIZACAO E JUROS E O SALDO DEVEDOR APOS O PAGAMENTO.    *
000120*    SE NO VENCIMENTO O SALDO DISPONIVEL NAO COBRE A PARCELA,   *
000130*    O EMPCOB01 A PASSA A EM ATRASO ("A") E RECALCULA A CADA    *
000140*    NOITE OS DIAS DE ATRASO E A MORA (VALOR DA PARCELA X TAXA  *
000150*    DE MORA DIARIA DO CONTRATO X DIAS), COBRADA JUNTO COM A    *
000160*    PARCELA. PAGA ("G") GUARDA DATA, VALOR PAGO (PARCELA +     *
000170*    MORA) E A SEQUENCIA DO LANCAMENTO "Q" NO JORNAL. NA        *
000180*    QUITACAO ANTECIPADA AS PARCELAS EM ABERTO PASSAM A         *
000190*    QUITADAS ("Q") COM O VALOR EFETIVAMENTE COBRADO DE CADA    *
000200*    UMA (PARCELAS A VENCER PAGAM SO A AMORTIZACAO).            *
000210*****************************************************************
000220*    HISTORICO DE ALTERACOES                                   *
000230*    DATA       AUTOR   DESCRICAO                               *
000240*    ---------- ------- ------------------------------------------
000250*    2026-10-15 CL      CRIACAO DO LAYOUT - PLANO DE PARCELAS  *
000260*                       DO EMPRESTIMO PESSOAL                  *
000270*****************************************************************
000280 01  PAR-REGISTRO.
000290     05  PAR-CHAVE.
000300         10  PAR-NUMERO-CONTA    PIC 9(07).
000310         10  PAR-NUMERO-CONTRATO PIC 9(03).
000320         10  PAR-NUMERO-PARCELA  PIC 9(03).
000330     05  PAR-DATA-VENCIMENTO     PIC 9(08).
000340     05  PAR-VALOR-PARCELA       PIC 9(05)V99.
000350     05  PAR-VALOR-AMORTIZACAO   PIC 9(05)V99.
000360     05  PAR-VALOR-JUROS         PIC 9(05)V99.
000370     05  PAR-SALDO-APOS          PIC 9(07)V99.
000380     05  PAR-STATUS              PIC X(01).
000390         88  PAR-PARCELA-PENDENTE      VALUE "P".
000400         88  PAR-PARCELA-EM-ATRASO     VALUE "A".
000410         88  PAR-PARCELA-PAGA          VALUE "G".
000420         88  PAR-PARCELA-QUITADA       VALUE "Q".
000430     05  PAR-DIAS-ATRASO         PIC 9(04).
000440     05  PAR-VALOR-MORA          PIC 9(05)V99.
000450     05  PAR-DATA-PAGAMENTO      PIC 9(08).
000460     05  PAR-VALOR-PAGO          PIC 9(05)V99.
000470     05  PAR-SEQ-MOVTO           PIC 9(06).
000480     05  FILLER                  PIC X(10).
