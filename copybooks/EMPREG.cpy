000010*****************************************************************
000020*    COPYBOOK.......: EMPREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE CONTRATOS DE       *
000040*                      EMPRESTIMO PESSOAL (ARQUIVO EMPRESTI -   *
000050*                      ACESSO INDEXADO, CHAVE CONTA + NUMERO DO *
000060*                      CONTRATO), GRAVADO PELO CAIXA NA         *
000070*                      CONTRATACAO                              *
000080*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000090*****************************************************************
000100*    O CONTRATO NASCE ATIVO ("A") COM O PLANO DE PARCELAS NO    *
000110*    ARQUIVO PARCELAS (PARREG). A PARCELA E CALCULADA PELA      *
000120*    TABELA PRICE (PRESTACAO CONSTANTE) SOBRE A TAXA MENSAL DO  *
000130*    CONTRATO. O PRINCIPAL E CREDITADO NA CONTA PELO JORNAL     *
000140*    (TIPO "P"); AS PARCELAS SAO DEBITADAS NO VENCIMENTO PELO   *
000150*    EMPCOB01 (TIPO "Q"). O SALDO DEVEDOR E O SALDO APOS A      *
000160*    ULTIMA PARCELA PAGA. COM TODAS AS PARCELAS PAGAS O         *
000170*    CONTRATO PASSA A LIQUIDADO ("L"); NA QUITACAO ANTECIPADA   *
000180*    PELO CAIXA PASSA A QUITADO ("Q"). A TAXA DE MORA DIARIA E  *
000190*    A DO PARAMETRO VIGENTE NA CONTRATACAO. O ARQUIVO E         *
000200*    PERMANENTE: CONTRATO ENCERRADO NAO E EXCLUIDO.             *
000210*****************************************************************
000220*    HISTORICO DE ALTERACOES                                   *
000230*    DATA       AUTOR   DESCRICAO                               *
000240*    ---------- ------- ------------------------------------------
000250*    2026-10-15 CL      CRIACAO DO LAYOUT - CONTRATOS DE       *
000260*                       EMPRESTIMO PESSOAL                     *
000270*****************************************************************
000280 01  EMP-REGISTRO.
000290     05  EMP-CHAVE.
000300         10  EMP-NUMERO-CONTA    PIC 9(07).
000310         10  EMP-NUMERO-CONTRATO PIC 9(03).
000320     05  EMP-DATA-CONTRATACAO    PIC 9(08).
000330     05  EMP-VALOR-PRINCIPAL     PIC 9(05)V99.
000340     05  EMP-TAXA-MENSAL         PIC 9V9(04).
000350     05  EMP-QTD-PARCELAS        PIC 9(03).
000360     05  EMP-DATA-PRIMEIRO-VENCTO
000370                                 PIC 9(08).
000380     05  EMP-VALOR-PARCELA       PIC 9(05)V99.
000390     05  EMP-TAXA-MORA-DIARIA    PIC 9V9(04).
000400     05  EMP-SALDO-DEVEDOR       PIC 9(07)V99.
000410     05  EMP-QTD-PAGAS           PIC 9(03).
000420     05  EMP-STATUS              PIC X(01).
000430         88  EMP-CONTRATO-ATIVO        VALUE "A".
000440         88  EMP-CONTRATO-LIQUIDADO    VALUE "L".
000450         88  EMP-CONTRATO-QUITADO      VALUE "Q".
000460     05  EMP-DATA-ENCERRAMENTO   PIC 9(08).
000470     05  EMP-OPERADOR            PIC 9(04).
000480     05  EMP-SUPERVISOR          PIC 9(04).
000490     05  EMP-SEQ-LIBERACAO       PIC 9(06).
000500     05  FILLER                  PIC X(10).
