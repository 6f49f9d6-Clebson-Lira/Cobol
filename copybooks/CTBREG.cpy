000010*****************************************************************
000020*    COPYBOOK.......: CTBREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE MAPEAMENTO CONTABIL *
000040*                      (ARQUIVO CTBMAP - SEQUENCIAL, 80 BYTES,  *
000050*                      EM ORDEM CRESCENTE DE TIPO + NATUREZA),  *
000060*                      LIDO PELO CONTAB01                       *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    UM REGISTRO POR TIPO DE LANCAMENTO DO JORNAL E NATUREZA    *
000100*    DO LANCAMENTO PARA O CLIENTE ("C" CREDITO, "D" DEBITO),    *
000110*    COM AS CONTAS DO RAZAO A DEBITAR E A CREDITAR E O          *
000120*    HISTORICO PADRAO DA PARTIDA. A NATUREZA E A DO PROPRIO     *
000130*    TIPO, EXCETO NO "J" (CREDITO COM SALDO RESULTANTE          *
000140*    POSITIVO, DEBITO COM SALDO NEGATIVO) E NO "E" (NATUREZA    *
000150*    DO ESTORNO). O LADO DO CLIENTE (CONTA CREDITO NA NATUREZA  *
000160*    "C", CONTA DEBITO NA NATUREZA "D") DEVE SER SEMPRE A MESMA *
000170*    CONTA DE DEPOSITOS DE CLIENTES, CONFERIDA CONTRA O MESTRE. *
000180*    O TIPO "L" NAO ALTERA SALDO E NAO E CONTABILIZADO.         *
000190*****************************************************************
000200*    HISTORICO DE ALTERACOES                                   *
000210*    DATA       AUTOR   DESCRICAO                               *
000220*    ---------- ------- ------------------------------------------
000230*    2026-10-15 CL      CRIACAO DO LAYOUT - MAPEAMENTO DOS     *
000240*                       TIPOS DE LANCAMENTO PARA O RAZAO       *
000250*****************************************************************
000260 01  CTB-REGISTRO.
000270     05  CTB-CHAVE.
000280         10  CTB-TIPO-MOVTO      PIC X(01).
000290         10  CTB-NATUREZA        PIC X(01).
000300             88  CTB-NATUREZA-CREDITO   VALUE "C".
000310             88  CTB-NATUREZA-DEBITO    VALUE "D".
000320     05  CTB-CONTA-DEBITO        PIC 9(08).
000330     05  CTB-CONTA-CREDITO       PIC 9(08).
000340     05  CTB-HISTORICO           PIC X(30).
000350     05  FILLER                  PIC X(32).
