000010*****************************************************************
000020*    COPYBOOK.......: AVSREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO ARQUIVO DE AVISOS AO CLIENTE   *
000040*                      PARA O GATEWAY DE MENSAGENS (E-MAIL E    *
000050*                      SMS) - ARQUIVO SEQUENCIAL AVISOS, UMA    *
000060*                      GERACAO POR NOITE, GRAVADO PELO AVISOS01 *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    UM HEADER ("0") COM A DATA-MOVIMENTO E A DATA E HORA DE    *
000100*    GERACAO, UM DETALHE ("1") POR MENSAGEM COM O CPF, O CANAL  *
000110*    ("E" E-MAIL OU "S" SMS), O DESTINO (ENDERECO DE E-MAIL OU  *
000120*    TELEFONE DO CADASTRO DE CLIENTES), O TIPO DO EVENTO (VIDE  *
000130*    EVTREG), A CONTA E O TEXTO, E UM TRAILER ("9") COM A       *
000140*    QUANTIDADE DE MENSAGENS, TOTAL E POR CANAL.                *
000150*****************************************************************
000160*    HISTORICO DE ALTERACOES                                   *
000170*    DATA       AUTOR   DESCRICAO                               *
000180*    ---------- ------- ------------------------------------------
000190*    2026-10-15 CL      CRIACAO DO LAYOUT - AVISOS AO CLIENTE  *
000200*                       POR E-MAIL E SMS                       *
000210*****************************************************************
000220 01  AVS-REGISTRO.
000230     05  AVS-TIPO-REGISTRO       PIC X(01).
000240         88  AVS-REG-HEADER             VALUE "0".
000250         88  AVS-REG-DETALHE            VALUE "1".
000260         88  AVS-REG-TRAILER            VALUE "9".
000270     05  AVS-CPF                 PIC 9(11).
000280     05  AVS-CANAL               PIC X(01).
000290         88  AVS-CANAL-EMAIL            VALUE "E".
000300         88  AVS-CANAL-SMS              VALUE "S".
000310     05  AVS-DESTINO             PIC X(40).
000320     05  AVS-TIPO-EVENTO         PIC X(01).
000330     05  AVS-NUMERO-CONTA        PIC 9(07).
000340     05  AVS-TEXTO               PIC X(160).
000350     05  FILLER                  PIC X(19).
000360 01  AVS-HEADER.
000370     05  AVS-HDR-TIPO            PIC X(01).
000380     05  AVS-HDR-DATA-MOVIMENTO  PIC 9(08).
000390     05  AVS-HDR-DATA-GERACAO    PIC 9(08).
000400     05  AVS-HDR-HORA-GERACAO    PIC 9(08).
000410     05  AVS-HDR-REMETENTE       PIC X(30).
000420     05  FILLER                  PIC X(185).
000430 01  AVS-TRAILER.
000440     05  AVS-TRL-TIPO            PIC X(01).
000450     05  AVS-TRL-QTD-MENSAGENS   PIC 9(07).
000460     05  AVS-TRL-QTD-EMAIL       PIC 9(07).
000470     05  AVS-TRL-QTD-SMS         PIC 9(07).
000480     05  FILLER                  PIC X(218).
