000010*****************************************************************
000020*    COPYBOOK.......: CTLPAS.cpy                                *
000030*    DESCRICAO.......: AREA DE COMUNICACAO COM O CTLPAS01       *
000040*                      (REGISTRO DE INICIO E FIM DE PASSO DA    *
000050*                      CADEIA NOTURNA NO ARQUIVO CTLLOTE)       *
000060*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000070*****************************************************************
000080*    O PROGRAMA DA CADEIA PREENCHE FUNCAO, PROGRAMA E DATA-     *
000090*    MOVIMENTO E CHAMA O CTLPAS01 NO INICIO ("I"); NO FIM       *
000100*    ("C") INFORMA TAMBEM RETURN CODE, QUANTIDADES E VALOR      *
000110*    TOTAL. RESULTADO DEVOLVIDO:                                *
000120*      "S" AUTORIZADO / REGISTRADO                              *
000130*      "J" PASSO JA CONCLUIDO NA DATA - ENCERRAR COM RC 4       *
000140*      "N" PRE-REQUISITO PENDENTE - ENCERRAR COM RC 8           *
000150*      "E" ERRO NO ARQUIVO DE CONTROLE (VIDE CTP-MENSAGEM)      *
000160*****************************************************************
000170*    HISTORICO DE ALTERACOES                                   *
000180*    DATA       AUTOR   DESCRICAO                               *
000190*    ---------- ------- ------------------------------------------
000200*    2026-10-15 CL      CRIACAO DA AREA - CONTROLE DA CADEIA   *
000210*                       NOTURNA                                *
000220*****************************************************************
000230 01  CTP-PARAMETROS.
000240     05  CTP-FUNCAO              PIC X(01).
000250         88  CTP-INICIAR               VALUE "I".
000260         88  CTP-CONCLUIR              VALUE "C".
000270     05  CTP-PROGRAMA            PIC X(08).
000280     05  CTP-DATA-MOVIMENTO      PIC 9(08).
000290     05  CTP-RETURN-CODE         PIC 9(04).
000300     05  CTP-QTD-LIDOS           PIC 9(09).
000310     05  CTP-QTD-EFETIVADOS      PIC 9(09).
000320     05  CTP-VALOR-TOTAL         PIC 9(13)V99.
000330     05  CTP-RESULTADO           PIC X(01).
000340         88  CTP-AUTORIZADO            VALUE "S".
000350         88  CTP-JA-CONCLUIDO          VALUE "J".
000360         88  CTP-RECUSADO              VALUE "N".
000370         88  CTP-ERRO                  VALUE "E".
000380     05  CTP-MENSAGEM            PIC X(70).
