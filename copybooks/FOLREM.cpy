000090*    O NOME DO CLIENTE E DE CONFERENCIA: DIVERGENCIA COM O      *
000100*    MESTRE DE CONTAS E APONTADA NO RELATORIO DE CONTROLE,      *
000110*    MAS O CREDITO E EFETIVADO PELO NUMERO DA CONTA.            *
000112*    CADA REMESSA E UM LOTE: UM HEADER ("0") COM O CNPJ DO      *
000114*    EMPREGADOR, A SEQUENCIA DO ARQUIVO (CONSECUTIVA POR        *
000116*    EMPREGADOR) E A DATA DE GERACAO, OS DETALHES ("1") E UM    *
000118*    TRAILER ("9") COM A QUANTIDADE DE DETALHES E O VALOR       *
000119*    TOTAL, CONFERIDOS PELO FOLHA01 ANTES DE QUALQUER CREDITO.  *
000120*****************************************************************
000130*    HISTORICO DE ALTERACOES                                   *
000140*    DATA       AUTOR   DESCRICAO                               *
000150*    ---------- ------- ------------------------------------------
000160*    2026-08-22 CL      CRIACAO DO LAYOUT - POSTING EM LOTE    *
000170*                       DE CREDITOS DE FOLHA DE PAGAMENTO      *
000172*    2026-10-15 CL      TIPO DE REGISTRO E REGISTROS HEADER E  *
000174*                       TRAILER DO LOTE (CONTROLE DE LOTES     *
000176*                       RECEBIDOS)                             *
000180*****************************************************************
000190 01  REM-REGISTRO.
000195     05  REM-TIPO-REGISTRO       PIC X(01).
000196         88  REM-REG-HEADER             VALUE "0".
000197         88  REM-REG-DETALHE            VALUE "1".
000198         88  REM-REG-TRAILER            VALUE "9".
000200     05  REM-NUMERO-CONTA        PIC 9(07).
000210     05  REM-NOME-CLIENTE        PIC X(30).
000220     05  REM-VALOR               PIC 9(05)V99.
000230     05  REM-REF-EMPREGADOR      PIC X(12).
000240     05  FILLER                  PIC X(03).
000250 01  REM-HEADER.
000260     05  REM-HDR-TIPO            PIC X(01).
000270     05  REM-HDR-CNPJ-EMPREGADOR PIC 9(14).
000280     05  REM-HDR-SEQUENCIA       PIC 9(06).
000290     05  REM-HDR-DATA-GERACAO    PIC 9(08).
000300     05  FILLER                  PIC X(31).
000310 01  REM-TRAILER.
000320     05  REM-TRL-TIPO            PIC X(01).
000330     05  REM-TRL-QTD-DETALHES    PIC 9(06).
000340     05  REM-TRL-VALOR-TOTAL     PIC 9(11)V99.
000350     05  FILLER                  PIC X(40).
