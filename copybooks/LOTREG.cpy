000010*****************************************************************
000020*    COPYBOOK.......: LOTREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE LOTES RECEBIDOS    *
000040*                      (ARQUIVO LOTEREC - ACESSO INDEXADO,      *
000050*                      CHAVE ORIGEM + CNPJ DO REMETENTE +       *
000060*                      SEQUENCIA DO ARQUIVO + OCORRENCIA),      *
000070*                      GRAVADO PELO FOLHA01 E PELO COBCNV01     *
000080*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000090*****************************************************************
000100*    CADA REMESSA RECEBIDA GERA UM REGISTRO, ACEITA OU          *
000110*    RECUSADA. A OCORRENCIA DISTINGUE OS RECEBIMENTOS DA MESMA  *
000120*    SEQUENCIA (REENVIO APOS RECUSA, ARQUIVO DUPLICADO). SO     *
000130*    UMA OCORRENCIA DE CADA SEQUENCIA PODE ESTAR ACEITA, E A    *
000140*    ULTIMA SEQUENCIA ACEITA DO REMETENTE DEFINE A PROXIMA      *
000150*    ESPERADA. ORIGENS: "F" FOLHA DE PAGAMENTO (FOLHAREM),      *
000160*    "C" COBRANCA POR CONVENIO (CONVREM). REMESSA SEM HEADER    *
000170*    VALIDO E REGISTRADA COM CNPJ E SEQUENCIA ZERADOS.          *
000180*    MOTIVOS DE RECUSA DO LOTE:                                 *
000190*        11 - HEADER AUSENTE OU INVALIDO                        *
000200*        12 - TRAILER AUSENTE OU INVALIDO (ARQUIVO INCOMPLETO)  *
000210*        13 - QUANTIDADE OU VALOR DO TRAILER NAO CONFERE        *
000220*        14 - SEQUENCIA JA PROCESSADA                           *
000230*        15 - SEQUENCIA SALTADA (LOTE ANTERIOR NAO RECEBIDO)    *
000240*****************************************************************
000250*    HISTORICO DE ALTERACOES                                   *
000260*    DATA       AUTOR   DESCRICAO                               *
000270*    ---------- ------- ------------------------------------------
000280*    2026-10-15 CL      CRIACAO DO LAYOUT - CONTROLE DE LOTES  *
000290*                       RECEBIDOS DE FOLHA E CONVENIO          *
000300*****************************************************************
000310 01  LOT-REGISTRO.
000320     05  LOT-CHAVE.
000330         10  LOT-ORIGEM          PIC X(01).
000340             88  LOT-ORIGEM-FOLHA      VALUE "F".
000350             88  LOT-ORIGEM-CONVENIO   VALUE "C".
000360         10  LOT-CNPJ-REMETENTE  PIC 9(14).
000370         10  LOT-SEQUENCIA       PIC 9(06).
000380         10  LOT-OCORRENCIA      PIC 9(03).
000390     05  LOT-DATA-GERACAO        PIC 9(08).
000400     05  LOT-DATA-MOVIMENTO      PIC 9(08).
000410     05  LOT-HORA-RECEBIMENTO    PIC 9(08).
000420     05  LOT-QTD-INFORMADA       PIC 9(06).
000430     05  LOT-VALOR-INFORMADO     PIC 9(11)V99.
000440     05  LOT-QTD-LIDA            PIC 9(06).
000450     05  LOT-VALOR-LIDO          PIC 9(11)V99.
000460     05  LOT-SITUACAO            PIC X(01).
000470         88  LOT-ACEITO                VALUE "A".
000480         88  LOT-RECUSADO              VALUE "R".
000490     05  LOT-MOTIVO-RECUSA       PIC X(02).
000500     05  LOT-QTD-EFETIVADOS      PIC 9(06).
000510     05  LOT-VALOR-EFETIVADO     PIC 9(11)V99.
000520     05  FILLER                  PIC X(20).
