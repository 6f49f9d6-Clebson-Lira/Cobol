000010*****************************************************************
000020*    COPYBOOK.......: ALRREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE CASOS DE           *
000040*                      MOVIMENTACAO ATIPICA (ARQUIVO ALERTAS -  *
000050*                      ACESSO INDEXADO, CHAVE DATA DE GERACAO + *
000060*                      SEQUENCIA), GRAVADO PELO PLDMON01        *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    CADA ALERTA NASCE NOVO ("N") E FICA NO ARQUIVO ATE SER     *
000100*    TRATADO PELA AREA DE PREVENCAO A LAVAGEM DE DINHEIRO NA    *
000110*    SUPERVISAO (ADMIN01): ANALISADO ("A"), COMUNICADO AO       *
000120*    ORGAO REGULADOR ("C") OU DESCARTADO ("D"), COM A DATA E O  *
000130*    SUPERVISOR DO TRATAMENTO. O ARQUIVO E PERMANENTE: CASO     *
000140*    TRATADO NAO E EXCLUIDO. TIPOS DE ALERTA:                   *
000150*      "E" DEPOSITO OU SAQUE EM ESPECIE ACIMA DO LIMITE         *
000160*      "F" FRACIONAMENTO: VARIOS DEPOSITOS LOGO ABAIXO DO       *
000170*          LIMITE EM POUCOS DIAS (VALOR = SOMA DOS DEPOSITOS)   *
000180*      "R" TRANSFERENCIA RELEVANTE EM CONTA REATIVADA APOS      *
000190*          DORMENCIA HA POUCOS DIAS                             *
000200*      "P" CREDITO DE FOLHA MUITO ACIMA DO HABITUAL DO CLIENTE  *
000210*          (VALOR DE REFERENCIA = MEDIA DA FOLHA NO HISTORICO)  *
000220*****************************************************************
000230*    HISTORICO DE ALTERACOES                                   *
000240*    DATA       AUTOR   DESCRICAO                               *
000250*    ---------- ------- ------------------------------------------
000260*    2026-10-15 CL      CRIACAO DO LAYOUT - CASOS DO           *
000270*                       MONITORAMENTO DE MOVIMENTACAO ATIPICA  *
000280*****************************************************************
000290 01  ALR-REGISTRO.
000300     05  ALR-CHAVE.
000310         10  ALR-DATA-GERACAO    PIC 9(08).
000320         10  ALR-SEQUENCIA       PIC 9(05).
000330     05  ALR-TIPO-ALERTA         PIC X(01).
000340         88  ALR-ALERTA-ESPECIE        VALUE "E".
000350         88  ALR-ALERTA-FRACIONAMENTO  VALUE "F".
000360         88  ALR-ALERTA-REATIVADA      VALUE "R".
000370         88  ALR-ALERTA-FOLHA          VALUE "P".
000380     05  ALR-CPF                 PIC 9(11).
000390     05  ALR-NUMERO-CONTA        PIC 9(07).
000400     05  ALR-DATA-MOVTO          PIC 9(08).
000410     05  ALR-SEQ-MOVTO           PIC 9(06).
000420     05  ALR-TIPO-MOVTO          PIC X(01).
000430     05  ALR-VALOR               PIC 9(07)V99.
000440     05  ALR-QTD-LANCAMENTOS     PIC 9(03).
000450     05  ALR-VALOR-REFERENCIA    PIC 9(07)V99.
000460     05  ALR-OPERADOR            PIC 9(04).
000470     05  ALR-STATUS              PIC X(01).
000480         88  ALR-CASO-NOVO             VALUE "N".
000490         88  ALR-CASO-ANALISADO        VALUE "A".
000500         88  ALR-CASO-COMUNICADO       VALUE "C".
000510         88  ALR-CASO-DESCARTADO       VALUE "D".
000520     05  ALR-DATA-TRATAMENTO     PIC 9(08).
000530     05  ALR-OPERADOR-TRATAMENTO PIC 9(04).
000540     05  FILLER                  PIC X(10).
