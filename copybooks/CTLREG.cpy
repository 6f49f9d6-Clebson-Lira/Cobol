000010*****************************************************************
000020*    COPYBOOK.......: CTLREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE CONTROLE DE LOTE   *
000040*                      (ARQUIVO CTLLOTE - ACESSO INDEXADO,      *
000050*                      CHAVE DATA-MOVIMENTO + PROGRAMA), UM     *
000060*                      REGISTRO POR PASSO DA CADEIA NOTURNA     *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    GRAVADO PELO CTLPAS01 NO INICIO E NO FIM DE CADA PASSO:    *
000100*    INICIO E FIM (DATA E HORA DO RELOGIO), RETURN CODE,        *
000110*    QUANTIDADE LIDA, QUANTIDADE EFETIVADA E VALOR TOTAL        *
000120*    EFETIVADO PELO PROGRAMA. SITUACOES:                        *
000130*      "E" EM EXECUCAO (OU INTERROMPIDO SEM CONCLUIR)           *
000140*      "C" CONCLUIDO COM RC ATE 4                               *
000150*      "F" CONCLUIDO COM ERRO (RC ACIMA DE 4)                   *
000160*      "L" CONCLUIDO, LIBERADO PELO SUPERVISOR PARA             *
000170*          REEXECUCAO (CADEIA01, COMANDO LIBERAR)               *
000180*    O ARQUIVO E PERMANENTE: CADA DATA-MOVIMENTO GUARDA O       *
000190*    HISTORICO DA SUA CADEIA. REEXECUCAO SOMA EM                *
000200*    CTL-QTD-EXECUCOES E SOBREPOE OS DEMAIS CAMPOS.             *
000210*****************************************************************
000220*    HISTORICO DE ALTERACOES                                   *
000230*    DATA       AUTOR   DESCRICAO                               *
000240*    ---------- ------- ------------------------------------------
000250*    2026-10-15 CL      CRIACAO DO LAYOUT - CONTROLE DA CADEIA *
000260*                       NOTURNA                                *
000270*****************************************************************
000280 01  CTL-REGISTRO.
000290     05  CTL-CHAVE.
000300         10  CTL-DATA-MOVIMENTO  PIC 9(08).
000310         10  CTL-PROGRAMA        PIC X(08).
000320     05  CTL-SITUACAO            PIC X(01).
000330         88  CTL-EM-EXECUCAO           VALUE "E".
000340         88  CTL-CONCLUIDO             VALUE "C".
000350         88  CTL-COM-ERRO              VALUE "F".
000360         88  CTL-LIBERADO              VALUE "L".
000370     05  CTL-DATA-INICIO         PIC 9(08).
000380     05  CTL-HORA-INICIO         PIC 9(08).
000390     05  CTL-DATA-FIM            PIC 9(08).
000400     05  CTL-HORA-FIM            PIC 9(08).
000410     05  CTL-RETURN-CODE         PIC 9(04).
000420     05  CTL-QTD-LIDOS           PIC 9(09).
000430     05  CTL-QTD-EFETIVADOS      PIC 9(09).
000440     05  CTL-VALOR-TOTAL         PIC 9(13)V99.
000450     05  CTL-QTD-EXECUCOES       PIC 9(03).
000460     05  CTL-OPERADOR-LIBERACAO  PIC 9(04).
000470     05  FILLER                  PIC X(20).
