000010*****************************************************************
000020*    COPYBOOK.......: CADREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO CARTAO DE DEFINICAO DA CADEIA  *
000040*                      NOTURNA (ARQUIVO CADEIA - SEQUENCIAL,    *
000050*                      UM CARTAO POR PASSO, NA ORDEM DE         *
000060*                      EXECUCAO)                                *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    CADA PASSO DA CADEIA INFORMA O PASSO QUE PRECISA TER       *
000100*    TERMINADO LIMPO ANTES DELE NA MESMA DATA-MOVIMENTO         *
000110*    (PREDECESSOR, BRANCOS NO PRIMEIRO PASSO) E SE E            *
000120*    OBRIGATORIO PARA A VIRADA DA DATA. PASSO REEXECUTAVEL      *
000130*    (JANELA01, CHAMADO EM TODO JOB NOTURNO) NAO E RECUSADO     *
000140*    POR JA TER CONCLUIDO NA DATA. O PASSO QUE FECHA A CADEIA   *
000150*    (VIRADA01) SO INICIA COM TODOS OS OBRIGATORIOS ANTERIORES  *
000160*    CONCLUIDOS. PROGRAMA FORA DO ARQUIVO EXECUTA SEM           *
000170*    PRE-REQUISITO, MAS TEM O PASSO REGISTRADO NO CTLLOTE.      *
000180*    CONTEUDO PADRAO (VIDE JOB CADEIA00):                       *
000190*      010 JANELA01          S S N                              *
000200*      020 COMPEN01 JANELA01 S N N                              *
000210*      030 DEBAUT01 COMPEN01 S N N                              *
000220*      040 TRFPRG01 DEBAUT01 S N N                              *
000230*      050 COBCNV01 TRFPRG01 S N N                              *
000240*      060 FOLHA01  COBCNV01 S N N                              *
000245*      065 EMPCOB01 FOLHA01  S N N                              *
000250*      070 JUROS01  EMPCOB01 S N N                              *
000260*      080 TARIFA01 JUROS01  S N N                              *
000270*      090 RECON01  TARIFA01 S N N                              *
000280*      100 CNAB01   RECON01  S N N                              *
000290*      110 CONTAB01 CNAB01   S N N                              *
000295*      115 AVISOS01 CONTAB01 S N N                              *
000300*      120 CORTE01  AVISOS01 S N N                              *
000310*      130 VIRADA01 CORTE01  S N S                              *
000320*****************************************************************
000330*    HISTORICO DE ALTERACOES                                   *
000340*    DATA       AUTOR   DESCRICAO                               *
000350*    ---------- ------- ------------------------------------------
000360*    2026-10-15 CL      CRIACAO DO LAYOUT - CONTROLE DA CADEIA *
000370*                       NOTURNA                                *
000372*    2026-10-15 CL      INCLUIDO O PASSO 065 EMPCOB01          *
000374*                       (COBRANCA DE EMPRESTIMOS) ENTRE O      *
000376*                       FOLHA01 E O JUROS01                    *
000377*    2026-10-15 CL      INCLUIDO O PASSO 115 AVISOS01 (AVISOS  *
000378*                       AO CLIENTE) ENTRE O CONTAB01 E O       *
000379*                       CORTE01                                *
000380*****************************************************************
000390 01  CAD-REGISTRO.
000400     05  CAD-ORDEM               PIC 9(03).
000410     05  FILLER                  PIC X(01).
000420     05  CAD-PROGRAMA            PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  CAD-PREDECESSOR         PIC X(08).
000450     05  FILLER                  PIC X(01).
000460     05  CAD-OBRIGATORIO         PIC X(01).
000470         88  CAD-PASSO-OBRIGATORIO     VALUE "S".
000480     05  FILLER                  PIC X(01).
000490     05  CAD-REEXECUTAVEL        PIC X(01).
000500         88  CAD-PASSO-REEXECUTAVEL    VALUE "S".
000510     05  FILLER                  PIC X(01).
000520     05  CAD-FECHA-CADEIA        PIC X(01).
000530         88  CAD-PASSO-FECHA-CADEIA    VALUE "S".
000540     05  FILLER                  PIC X(01).
000550     05  CAD-DESCRICAO           PIC X(30).
000560     05  FILLER                  PIC X(22).
