000110*    NO ARQUIVO RETORNO (CONVRET), PARA O CONVENIO CASAR O      *
000120*    RESULTADO COM A SUA PROPRIA COBRANCA. O DEBITO E           *
000130*    EFETIVADO PELO NUMERO DA CONTA.                            *
000132*    CADA REMESSA E UM LOTE: UM HEADER ("0") COM O CNPJ DO      *
000134*    CREDOR, A SEQUENCIA DO ARQUIVO (CONSECUTIVA POR CREDOR) E  *
000136*    A DATA DE GERACAO, OS DETALHES ("1") E UM TRAILER ("9")    *
000137*    COM A QUANTIDADE DE DETALHES E O VALOR TOTAL, CONFERIDOS   *
000138*    PELO COBCNV01 ANTES DE QUALQUER DEBITO.                    *
000140*****************************************************************
000150*    HISTORICO DE ALTERACOES                                   *
000160*    DATA       AUTOR   DESCRICAO                               *
000170*    ---------- ------- ------------------------------------------
000180*    2026-09-02 CL      CRIACAO DO LAYOUT - COBRANCA EM LOTE   *
000190*                       POR CONVENIO COM ARQUIVO RETORNO       *
000192*    2026-10-15 CL      TIPO DE REGISTRO E REGISTROS HEADER E  *
000194*                       TRAILER DO LOTE (CONTROLE DE LOTES     *
000196*                       RECEBIDOS)                             *
000200*****************************************************************
000210 01  CNV-REGISTRO.
000215     05  CNV-TIPO-REGISTRO       PIC X(01).
000216         88  CNV-REG-HEADER             VALUE "0".
000217         88  CNV-REG-DETALHE            VALUE "1".
000218         88  CNV-REG-TRAILER            VALUE "9".
000220     05  CNV-NUMERO-CONTA        PIC 9(07).
000230     05  CNV-DATA-VENCIMENTO     PIC 9(08).
000240     05  CNV-VALOR               PIC 9(05)V99.
000250     05  CNV-REF-DOCUMENTO       PIC X(12).
000260     05  FILLER                  PIC X(05).
000270 01  CNV-HEADER.
000280     05  CNV-HDR-TIPO            PIC X(01).
000290     05  CNV-HDR-CNPJ-CREDOR     PIC 9(14).
000300     05  CNV-HDR-SEQUENCIA       PIC 9(06).
000310     05  CNV-HDR-DATA-GERACAO    PIC 9(08).
000320     05  FILLER                  PIC X(11).
000330 01  CNV-TRAILER.
000340     05  CNV-TRL-TIPO            PIC X(01).
000350     05  CNV-TRL-QTD-DETALHES    PIC 9(06).
000360     05  CNV-TRL-VALOR-TOTAL     PIC 9(11)V99.
000370     05  FILLER                  PIC X(20).
