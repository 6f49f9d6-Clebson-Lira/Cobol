000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INFORM01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    JOB ANUAL DE EMISSAO DO INFORME DE RENDIMENTOS POR CPF.    *
000090*    PARA O ANO-CALENDARIO PEDIDO NO CARTAO DE ENTRADA (OU, SEM *
000100*    CARTAO, O ANO ANTERIOR AO DA DATA-MOVIMENTO) LE AS         *
000110*    GERACOES DO ACERVO (ANOS JA EXPURGADOS PELO EXPURG01) E O  *
000120*    HISTORICO PERMANENTE (MOVHIST), OBTEM O CPF DE CADA CONTA  *
000130*    NO MESTRE (CTA-NUMERO-CLIENTE) E CLASSIFICA OS LANCAMENTOS *
000140*    POR CPF, CONTA E SEQUENCIA. PARA CADA CONTA APURA:         *
000150*      - OS RENDIMENTOS DO ANO: LANCAMENTOS DE JUROS (TIPO J)   *
000160*        COM SALDO RESULTANTE POSITIVO OU ZERO (REGRA DO        *
000170*        JUROS01), DEDUZIDOS OS QUE FORAM ESTORNADOS;           *
000180*      - O SALDO EM 31/12 DO ANO ANTERIOR E EM 31/12 DO ANO-    *
000190*        CALENDARIO: SALDO RESULTANTE DO ULTIMO LANCAMENTO COM  *
000200*        DATA ATE CADA UM DESSES DIAS.                          *
000210*    CADA CLIENTE RECEBE UM UNICO INFORME CONSOLIDADO NO        *
000220*    ARQUIVO DE IMPRESSAO (INFIMP, CONTROLE DE SALTO ASA), COM  *
000230*    NOME E ENDERECO DO CADASTRO DE CLIENTES E UMA LINHA POR    *
000240*    CONTA, E UM REGISTRO NO ARQUIVO FISCAL (INFFISC) PARA A    *
000250*    RECEITA. CONTA SEM VINCULO DE CPF NAO ENTRA NO INFORME E   *
000260*    SAI NA LISTA DE EXCECOES DO LOG. LANCAMENTO REPETIDO ENTRE *
000270*    ACERVO E MOVHIST (RESIDUO DE RESUBMISSAO DO EXPURG01) E    *
000280*    ELIMINADO PELA CHAVE NA CLASSIFICACAO, COMO NO ACERVO01.   *
000290*****************************************************************
000300*    LAYOUT DO ARQUIVO FISCAL (REGISTROS DE 100 BYTES, TIPO NA  *
000310*    COLUNA 1):                                                 *
000320*      "0" HEADER : ANO-CALENDARIO 9(04), BANCO 9(03), NOME     *
000330*                   X(20), DATA DE GERACAO 9(08)                *
000340*      "1" DETALHE: CPF 9(11), NOME X(30), QTD DE CONTAS 9(03), *
000350*                   RENDIMENTOS 9(09)V99, SALDO EM 31/12 DO ANO *
000360*                   ANTERIOR E SALDO EM 31/12 DO ANO-CALENDARIO *
000370*                   S9(09)V99 SINAL SEPARADO                    *
000380*      "9" TRAILER: QTD DE DETALHES 9(07), TOTAL DE RENDIMENTOS *
000390*                   9(11)V99 E TOTAIS DOS DOIS SALDOS S9(11)V99 *
000400*                   SINAL SEPARADO                              *
000410*****************************************************************
000420*    HISTORICO DE MANUTENCAO                                   *
000430*    DATA       AUTOR   DESCRICAO                               *
000440*    ---------- ------- -----------------------------------------
000450*    2026-10-15 CL      CRIACAO DO JOB - INFORME ANUAL DE      *
000460*                       RENDIMENTOS POR CPF E ARQUIVO FISCAL   *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACERVO-ARQ ASSIGN TO "ACERVO"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-STATUS-ACERVO.
000540     SELECT MOVHIST-ARQ ASSIGN TO "MOVHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS HST-CHAVE
000580         FILE STATUS IS WS-STATUS-MOVHIST.
000590     SELECT CONTAS-MASTER ASSIGN TO "CONTAS"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CTA-NUMERO
000630         FILE STATUS IS WS-STATUS-CONTAS.
000640     SELECT CLIENTES-ARQ ASSIGN TO "CLIENTES"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CLI-CPF
000680         FILE STATUS IS WS-STATUS-CLIENTES.
000690     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-STATUS-DATAMOV.
000720     SELECT INFORME-IMPRESSO ASSIGN TO "INFIMP"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-INFIMP.
000750     SELECT INFORME-FISCAL ASSIGN TO "INFFISC"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-STATUS-INFFISC.
000780     SELECT ARQ-ORDENACAO ASSIGN TO "INFWORK".
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ACERVO-ARQ
000820     LABEL RECORD IS STANDARD.
000830 COPY HISTREG REPLACING
000840     ==HST-REGISTRO==         BY ==ACV-REGISTRO==
000850     ==HST-CHAVE==            BY ==ACV-CHAVE==
000860     ==HST-NUMERO-CONTA==     BY ==ACV-NUMERO-CONTA==
000870     ==HST-DATA==             BY ==ACV-DATA==
000880     ==HST-SEQUENCIA==        BY ==ACV-SEQUENCIA==
000890     ==HST-HORA==             BY ==ACV-HORA==
000900     ==HST-TIPO-DEPOSITO==    BY ==ACV-TIPO-DEPOSITO==
000910     ==HST-TIPO-SAQUE==       BY ==ACV-TIPO-SAQUE==
000920     ==HST-TIPO-JUROS==       BY ==ACV-TIPO-JUROS==
000930     ==HST-TIPO-TRANSF-DEBITO==
000940                              BY ==ACV-TIPO-TRANSF-DEBITO==
000950     ==HST-TIPO-TRANSF-CREDITO==
000960                              BY ==ACV-TIPO-TRANSF-CREDITO==
000970     ==HST-TIPO-CRED-FOLHA==  BY ==ACV-TIPO-CRED-FOLHA==
000980     ==HST-TIPO-DEB-AUTO==    BY ==ACV-TIPO-DEB-AUTO==
000990     ==HST-TIPO-DEP-CHEQUE==  BY ==ACV-TIPO-DEP-CHEQUE==
001000     ==HST-TIPO-LIBERACAO==   BY ==ACV-TIPO-LIBERACAO==
001010     ==HST-TIPO-DEB-CONVENIO==
001020                              BY ==ACV-TIPO-DEB-CONVENIO==
001030     ==HST-TIPO-TARIFA==      BY ==ACV-TIPO-TARIFA==
001040     ==HST-TIPO-ESTORNO==     BY ==ACV-TIPO-ESTORNO==
001042     ==HST-TIPO-CRED-EMPRESTIMO==
001044                              BY ==ACV-TIPO-CRED-EMPRESTIMO==
001046     ==HST-TIPO-DEB-EMPRESTIMO==
001048                              BY ==ACV-TIPO-DEB-EMPRESTIMO==
001050     ==HST-TIPO==             BY ==ACV-TIPO==
001060     ==HST-VALOR==            BY ==ACV-VALOR==
001070     ==HST-SALDO-RESULTANTE== BY ==ACV-SALDO-RESULTANTE==
001080     ==HST-CONTA-CONTRAPARTIDA==
001090                              BY ==ACV-CONTA-CONTRAPARTIDA==
001100     ==HST-OPERADOR==         BY ==ACV-OPERADOR==
001110     ==HST-SEQ-ESTORNADA==    BY ==ACV-SEQ-ESTORNADA==
001120     ==HST-NATUREZA-ESTORNO==
001130                              BY ==ACV-NATUREZA-ESTORNO==
001140     ==HST-ESTORNO-CREDITO==  BY ==ACV-ESTORNO-CREDITO==
001150     ==HST-ESTORNO-DEBITO==   BY ==ACV-ESTORNO-DEBITO==.
001160 FD  MOVHIST-ARQ
001170     LABEL RECORD IS STANDARD.
001180 COPY HISTREG.
001190 FD  CONTAS-MASTER
001200     LABEL RECORD IS STANDARD.
001210 COPY CTACAD.
001220 FD  CLIENTES-ARQ
001230     LABEL RECORD IS STANDARD.
001240 COPY CLIREG.
001250 FD  DATAMOV-ARQ
001260     LABEL RECORD IS STANDARD.
001270 COPY DATREG.
001280 FD  INFORME-IMPRESSO
001290     LABEL RECORD IS STANDARD.
001300 01  IMP-REGISTRO.
001310     05  IMP-CONTROLE-SALTO      PIC X(01).
001320     05  IMP-LINHA               PIC X(132).
001330 FD  INFORME-FISCAL
001340     LABEL RECORD IS STANDARD.
001350 01  FIS-HEADER.
001360     05  FIS-HDR-TIPO            PIC X(01).
001370     05  FIS-HDR-ANO-BASE        PIC 9(04).
001380     05  FIS-HDR-BANCO           PIC 9(03).
001390     05  FIS-HDR-NOME-BANCO      PIC X(20).
001400     05  FIS-HDR-DATA-GERACAO    PIC 9(08).
001410     05  FILLER                  PIC X(64).
001420 01  FIS-DETALHE.
001430     05  FIS-DET-TIPO            PIC X(01).
001440     05  FIS-DET-CPF             PIC 9(11).
001450     05  FIS-DET-NOME            PIC X(30).
001460     05  FIS-DET-QTD-CONTAS      PIC 9(03).
001470     05  FIS-DET-RENDIMENTOS     PIC 9(09)V99.
001480     05  FIS-DET-SALDO-ANTERIOR  PIC S9(09)V99 SIGN IS TRAILING
001490                                 SEPARATE CHARACTER.
001500     05  FIS-DET-SALDO-ANO-BASE  PIC S9(09)V99 SIGN IS TRAILING
001510                                 SEPARATE CHARACTER.
001520     05  FILLER                  PIC X(20).
001530 01  FIS-TRAILER.
001540     05  FIS-TRL-TIPO            PIC X(01).
001550     05  FIS-TRL-QTD-DETALHES    PIC 9(07).
001560     05  FIS-TRL-TOTAL-RENDIM    PIC 9(11)V99.
001570     05  FIS-TRL-TOTAL-SALDO-ANT PIC S9(11)V99 SIGN IS TRAILING
001580                                 SEPARATE CHARACTER.
001590     05  FIS-TRL-TOTAL-SALDO-BASE
001600                                 PIC S9(11)V99 SIGN IS TRAILING
001610                                 SEPARATE CHARACTER.
001620     05  FILLER                  PIC X(51).
001630*****************************************************************
001640*    REGISTRO DA CLASSIFICACAO: CHAVE CPF + CONTA + SEQUENCIA + *
001650*    ORIGEM. CADA LANCAMENTO SAI COM ORIGEM "L"; CADA ESTORNO   *
001660*    DE CREDITO SAI TAMBEM COM UMA MARCA (ORIGEM "M") NA        *
001670*    SEQUENCIA ESTORNADA, QUE NA CLASSIFICACAO CAI LOGO DEPOIS  *
001680*    DO LANCAMENTO ORIGINAL E PERMITE DEDUZI-LO DOS RENDIMENTOS *
001690*    SEM GUARDAR TABELA DE SEQUENCIAS.                          *
001700*****************************************************************
001710 SD  ARQ-ORDENACAO.
001720 01  SRT-REGISTRO.
001730     05  SRT-CHAVE.
001740         10  SRT-CPF             PIC 9(11).
001750         10  SRT-NUMERO-CONTA    PIC 9(07).
001760         10  SRT-SEQUENCIA       PIC 9(06).
001770         10  SRT-ORIGEM          PIC X(01).
001780             88  SRT-LANCAMENTO          VALUE "L".
001790             88  SRT-MARCA-ESTORNO       VALUE "M".
001800     05  SRT-DATA                PIC 9(08).
001810     05  SRT-TIPO                PIC X(01).
001820         88  SRT-TIPO-JUROS      VALUE "J".
001830         88  SRT-TIPO-ESTORNO    VALUE "E".
001840     05  SRT-VALOR               PIC 9(05)V99.
001850     05  SRT-SALDO-RESULTANTE    PIC S9(07)V99 SIGN IS TRAILING
001860                                 SEPARATE CHARACTER.
001870     05  SRT-SEQ-ESTORNADA       PIC 9(06).
001880     05  SRT-NATUREZA-ESTORNO    PIC X(01).
001890         88  SRT-ESTORNO-DEBITO  VALUE "D".
001900     05  SRT-NOME-CONTA          PIC X(30).
001910 WORKING-STORAGE SECTION.
001920 01  WS-STATUS-ACERVO            PIC X(02) VALUE "00".
001930     88  ST-ACERVO-OK                     VALUE "00".
001940     88  ST-ACERVO-FIM                    VALUE "10".
001950     88  ST-ACERVO-INEXISTENTE            VALUE "35".
001960 01  WS-STATUS-MOVHIST           PIC X(02) VALUE "00".
001970     88  ST-MOVHIST-OK                    VALUE "00".
001980     88  ST-MOVHIST-FIM                   VALUE "10".
001990     88  ST-MOVHIST-INEXISTENTE           VALUE "35".
002000 01  WS-STATUS-CONTAS            PIC X(02) VALUE "00".
002010     88  ST-CONTAS-OK                     VALUE "00".
002020     88  ST-CONTAS-NAO-ENCONTRADA         VALUE "23".
002030     88  ST-CONTAS-INEXISTENTE            VALUE "35".
002040 01  WS-STATUS-CLIENTES          PIC X(02) VALUE "00".
002050     88  ST-CLIENTES-OK                   VALUE "00".
002060     88  ST-CLIENTES-NAO-ENCONTRADO       VALUE "23".
002070     88  ST-CLIENTES-INEXISTENTE          VALUE "35".
002080 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
002090     88  ST-DATAMOV-OK                    VALUE "00".
002100     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
002110 01  WS-STATUS-INFIMP            PIC X(02) VALUE "00".
002120     88  ST-INFIMP-OK                     VALUE "00".
002130 01  WS-STATUS-INFFISC           PIC X(02) VALUE "00".
002140     88  ST-INFFISC-OK                    VALUE "00".
002150 01  WS-FLAGS.
002160     05  WS-FIM-ACERVO           PIC X(01) VALUE "N".
002170         88  SW-FIM-ACERVO              VALUE "S".
002180     05  WS-FIM-MOVHIST          PIC X(01) VALUE "N".
002190         88  SW-FIM-MOVHIST             VALUE "S".
002200     05  WS-FIM-CLASSIFICADO     PIC X(01) VALUE "N".
002210         88  SW-FIM-CLASSIFICADO        VALUE "S".
002220     05  WS-CLIENTES-DISPONIVEL  PIC X(01) VALUE "N".
002230         88  SW-CLIENTES-DISPONIVEL     VALUE "S".
002240     05  WS-CLIENTE-ABERTO       PIC X(01) VALUE "N".
002250         88  SW-CLIENTE-ABERTO          VALUE "S".
002260     05  WS-CONTA-ABERTA         PIC X(01) VALUE "N".
002270         88  SW-CONTA-ABERTA            VALUE "S".
002280     05  WS-INFORME-ABERTO       PIC X(01) VALUE "N".
002290         88  SW-INFORME-ABERTO          VALUE "S".
002300     05  WS-ULTIMO-RENDIMENTO    PIC X(01) VALUE "N".
002310         88  SW-ULTIMO-RENDIMENTO       VALUE "S".
002320 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
002330 01  WS-DATA-PROC-DESMEMBRADA REDEFINES WS-DATA-PROCESSAMENTO.
002340     05  WS-ANO-PROC             PIC 9(04).
002350     05  WS-MES-DIA-PROC         PIC 9(04).
002360 01  WS-ANO-BASE                 PIC 9(04) VALUE ZERO.
002370 01  WS-ANO-ANTERIOR             PIC 9(04) VALUE ZERO.
002380 01  WS-INICIO-ANO-BASE.
002390     05  WS-INI-ANO              PIC 9(04) VALUE ZERO.
002400     05  FILLER                  PIC 9(04) VALUE 0101.
002410 01  WS-INICIO-ANO-BASE-N REDEFINES WS-INICIO-ANO-BASE
002420                                 PIC 9(08).
002430 01  WS-FIM-ANO-BASE.
002440     05  WS-FIM-ANO              PIC 9(04) VALUE ZERO.
002450     05  FILLER                  PIC 9(04) VALUE 1231.
002460 01  WS-FIM-ANO-BASE-N REDEFINES WS-FIM-ANO-BASE
002470                                 PIC 9(08).
002480 01  WS-FIM-ANO-ANTERIOR.
002490     05  WS-FIM-ANO-ANT          PIC 9(04) VALUE ZERO.
002500     05  FILLER                  PIC 9(04) VALUE 1231.
002510 01  WS-FIM-ANO-ANTERIOR-N REDEFINES WS-FIM-ANO-ANTERIOR
002520                                 PIC 9(08).
002530 01  WS-CODIGO-BANCO             PIC 9(03) VALUE 611.
002540 01  WS-CONTA-LIDA               PIC 9(07) VALUE ZERO.
002550 01  WS-CPF-LIDO                 PIC 9(11) VALUE ZERO.
002560 01  WS-NOME-LIDO                PIC X(30) VALUE SPACES.
002570 01  WS-CHAVE-ANTERIOR           PIC X(25) VALUE LOW-VALUES.
002580 01  WS-CPF-ATUAL                PIC 9(11) VALUE ZERO.
002590 01  WS-NOME-ATUAL               PIC X(30) VALUE SPACES.
002600 01  WS-ENDERECO-ATUAL           PIC X(40) VALUE SPACES.
002610 01  WS-CONTA-ATUAL              PIC 9(07) VALUE ZERO.
002620 01  WS-NOME-CONTA-ATUAL         PIC X(30) VALUE SPACES.
002630 01  WS-SEQ-ULTIMO-RENDIMENTO    PIC 9(06) VALUE ZERO.
002640 01  WS-ACUMULADORES-CONTA.
002650     05  WS-RENDIMENTO-CONTA     PIC 9(07)V99 VALUE ZERO.
002660     05  WS-SALDO-ANT-CONTA      PIC S9(07)V99 VALUE ZERO.
002670     05  WS-SALDO-BASE-CONTA     PIC S9(07)V99 VALUE ZERO.
002680 01  WS-ACUMULADORES-CLIENTE.
002690     05  WS-QTD-CONTAS-CLI       PIC 9(03) COMP VALUE ZERO.
002700     05  WS-RENDIMENTO-CLI       PIC 9(09)V99 VALUE ZERO.
002710     05  WS-SALDO-ANT-CLI        PIC S9(09)V99 VALUE ZERO.
002720     05  WS-SALDO-BASE-CLI       PIC S9(09)V99 VALUE ZERO.
002730 01  WS-TOTAIS-GERAIS.
002740     05  WS-TOTAL-RENDIMENTOS    PIC 9(11)V99 VALUE ZERO.
002750     05  WS-TOTAL-SALDO-ANT      PIC S9(11)V99 VALUE ZERO.
002760     05  WS-TOTAL-SALDO-BASE     PIC S9(11)V99 VALUE ZERO.
002770 01  WS-CONTADORES.
002780     05  WS-QTD-LIDOS-ACERVO     PIC 9(07) COMP VALUE ZERO.
002790     05  WS-QTD-LIDOS-MOVHIST    PIC 9(07) COMP VALUE ZERO.
002800     05  WS-QTD-SELECIONADOS     PIC 9(07) COMP VALUE ZERO.
002810     05  WS-QTD-DUPLICADOS       PIC 9(07) COMP VALUE ZERO.
002820     05  WS-QTD-ESTORNOS-RENDIM  PIC 9(07) COMP VALUE ZERO.
002830     05  WS-QTD-CONTAS-INFORMADAS
002840                                 PIC 9(07) COMP VALUE ZERO.
002850     05  WS-QTD-CONTAS-SEM-CPF   PIC 9(07) COMP VALUE ZERO.
002860     05  WS-QTD-CONTAS-SEM-VALOR PIC 9(07) COMP VALUE ZERO.
002870     05  WS-QTD-INFORMES         PIC 9(07) COMP VALUE ZERO.
002880     05  WS-QTD-SEM-CADASTRO     PIC 9(07) COMP VALUE ZERO.
002890     05  WS-QTD-LINHAS           PIC 9(07) COMP VALUE ZERO.
002900 01  WS-VALOR-FORMATADO          PIC Z,ZZZ,ZZZ,ZZZ.99.
002910 01  WS-SALDO-FORMATADO          PIC -Z,ZZZ,ZZZ,ZZZ.99.
002920 01  WS-LINHA-CABEC-1.
002930     05  FILLER                  PIC X(17)
002940         VALUE "BANCO LIRA      ".
002950     05  FILLER                  PIC X(42)
002960         VALUE "INFORME DE RENDIMENTOS - ANO-CALENDARIO: ".
002970     05  CAB1-ANO-BASE           PIC 9(04).
002980     05  FILLER                  PIC X(69) VALUE SPACES.
002990 01  WS-LINHA-CABEC-2.
003000     05  FILLER                  PIC X(09) VALUE "CPF.....:".
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  CAB2-CPF                PIC 9(11).
003030     05  FILLER                  PIC X(03) VALUE SPACES.
003040     05  FILLER                  PIC X(09) VALUE "TITULAR.:".
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  CAB2-NOME               PIC X(30).
003070     05  FILLER                  PIC X(68) VALUE SPACES.
003080 01  WS-LINHA-CABEC-3.
003090     05  FILLER                  PIC X(09) VALUE "ENDERECO:".
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  CAB3-ENDERECO           PIC X(40).
003120     05  FILLER                  PIC X(82) VALUE SPACES.
003130 01  WS-LINHA-FONTE.
003140     05  FILLER                  PIC X(41)
003150         VALUE "FONTE PAGADORA: BANCO LIRA - RENDIMENTOS ".
003160     05  FILLER                  PIC X(40)
003170         VALUE "DE JUROS CREDITADOS EM CONTA NO ANO".
003180     05  FILLER                  PIC X(51) VALUE SPACES.
003190 01  WS-LINHA-COLUNAS.
003200     05  FILLER                  PIC X(12) VALUE "CONTA".
003210     05  FILLER                  PIC X(17)
003220         VALUE "     RENDIMENTOS".
003230     05  FILLER                  PIC X(14) VALUE "   SALDO 31/12".
003240     05  FILLER                  PIC X(01) VALUE "/".
003250     05  COL-ANO-ANTERIOR        PIC 9(04).
003260     05  FILLER                  PIC X(14) VALUE "   SALDO 31/12".
003270     05  FILLER                  PIC X(01) VALUE "/".
003280     05  COL-ANO-BASE            PIC 9(04).
003290     05  FILLER                  PIC X(65) VALUE SPACES.
003300 01  WS-LINHA-DETALHE.
003310     05  DET-NUMERO-CONTA        PIC 9(07).
003320     05  FILLER                  PIC X(05) VALUE SPACES.
003330     05  DET-RENDIMENTOS         PIC Z,ZZZ,ZZZ,ZZZ.99.
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  DET-SALDO-ANTERIOR      PIC -Z,ZZZ,ZZZ,ZZZ.99.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  DET-SALDO-ANO-BASE      PIC -Z,ZZZ,ZZZ,ZZZ.99.
003380     05  FILLER                  PIC X(66) VALUE SPACES.
003390 01  WS-LINHA-TOTAL.
003400     05  FILLER                  PIC X(12) VALUE "TOTAL".
003410     05  TOT-RENDIMENTOS         PIC Z,ZZZ,ZZZ,ZZZ.99.
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  TOT-SALDO-ANTERIOR      PIC -Z,ZZZ,ZZZ,ZZZ.99.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  TOT-SALDO-ANO-BASE      PIC -Z,ZZZ,ZZZ,ZZZ.99.
003460     05  FILLER                  PIC X(66) VALUE SPACES.
003470 01  WS-LINHA-TRACO.
003480     05  FILLER                  PIC X(80) VALUE ALL "-".
003490     05  FILLER                  PIC X(66) VALUE SPACES.
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003530     SORT ARQ-ORDENACAO
003540         ON ASCENDING KEY SRT-CPF SRT-NUMERO-CONTA
003550                          SRT-SEQUENCIA SRT-ORIGEM
003560         INPUT PROCEDURE IS 1600-SELECIONAR THRU 1600-EXIT
003570         OUTPUT PROCEDURE IS 2000-EMITIR THRU 2000-EXIT
003580     PERFORM 3000-FINALIZAR THRU 3000-EXIT
003590     STOP RUN.
003600*
003610*----------------------------------------------------------------
003620*    1000-INICIALIZAR
003630*    LE O ANO-CALENDARIO DO CARTAO DE ENTRADA (ZERO OU BRANCO =
003640*    ANO ANTERIOR AO DA DATA-MOVIMENTO) E ABRE OS ARQUIVOS. ANO
003650*    AINDA NAO ENCERRADO E RECUSADO. SEM O CADASTRO DE CLIENTES
003660*    OS INFORMES SAEM COM O NOME DO MESTRE E SEM ENDERECO, COM
003670*    AVISO NO LOG.
003680*----------------------------------------------------------------
003690 1000-INICIALIZAR.
003700     PERFORM 1500-LER-DATA-MOVIMENTO THRU 1500-EXIT
003710     ACCEPT WS-ANO-BASE
003720     IF WS-ANO-BASE NOT NUMERIC OR WS-ANO-BASE = ZERO
003730         COMPUTE WS-ANO-BASE = WS-ANO-PROC - 1
003740     END-IF
003750     IF WS-ANO-BASE NOT < WS-ANO-PROC
003760         DISPLAY "INFORM01: ANO-CALENDARIO " WS-ANO-BASE
003770                 " AINDA NAO ENCERRADO (DATA-MOVIMENTO "
003780                 WS-DATA-PROCESSAMENTO ")"
003790         GO TO 9999-ABENDAR
003800     END-IF
003810     COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1
003820     MOVE WS-ANO-BASE TO WS-INI-ANO WS-FIM-ANO
003830     MOVE WS-ANO-ANTERIOR TO WS-FIM-ANO-ANT
003840     OPEN INPUT MOVHIST-ARQ
003850     IF ST-MOVHIST-INEXISTENTE
003860         DISPLAY "INFORM01: ARQUIVO MOVHIST INEXISTENTE, NADA "
003870                 "A INFORMAR"
003880         GO TO 9999-ABENDAR
003890     END-IF
003900     IF NOT ST-MOVHIST-OK
003910         DISPLAY "INFORM01: ERRO AO ABRIR MOVHIST, STATUS "
003920                 WS-STATUS-MOVHIST
003930         GO TO 9999-ABENDAR
003940     END-IF
003950     OPEN INPUT CONTAS-MASTER
003960     IF NOT ST-CONTAS-OK
003970         DISPLAY "INFORM01: ERRO AO ABRIR CONTAS, STATUS "
003980                 WS-STATUS-CONTAS
003990         GO TO 9999-ABENDAR
004000     END-IF
004010     OPEN INPUT CLIENTES-ARQ
004020     IF ST-CLIENTES-OK
004030         MOVE "S" TO WS-CLIENTES-DISPONIVEL
004040     ELSE
004050         DISPLAY "INFORM01: CADASTRO DE CLIENTES INDISPONIVEL "
004060                 "(STATUS " WS-STATUS-CLIENTES "), INFORMES "
004070                 "SAIRAO SEM ENDERECO"
004080     END-IF
004090     OPEN OUTPUT INFORME-IMPRESSO
004100     IF NOT ST-INFIMP-OK
004110         DISPLAY "INFORM01: ERRO AO ABRIR INFIMP, STATUS "
004120                 WS-STATUS-INFIMP
004130         GO TO 9999-ABENDAR
004140     END-IF
004150     OPEN OUTPUT INFORME-FISCAL
004160     IF NOT ST-INFFISC-OK
004170         DISPLAY "INFORM01: ERRO AO ABRIR INFFISC, STATUS "
004180                 WS-STATUS-INFFISC
004190         GO TO 9999-ABENDAR
004200     END-IF
004210     MOVE SPACES TO FIS-HEADER
004220     MOVE "0" TO FIS-HDR-TIPO
004230     MOVE WS-ANO-BASE TO FIS-HDR-ANO-BASE
004240     MOVE WS-CODIGO-BANCO TO FIS-HDR-BANCO
004250     MOVE "BANCO LIRA" TO FIS-HDR-NOME-BANCO
004260     MOVE WS-DATA-PROCESSAMENTO TO FIS-HDR-DATA-GERACAO
004270     WRITE FIS-HEADER
004280     IF NOT ST-INFFISC-OK
004290         DISPLAY "INFORM01: ERRO AO GRAVAR HEADER DO INFFISC, "
004300                 "STATUS " WS-STATUS-INFFISC
004310         GO TO 9999-ABENDAR
004320     END-IF
004330     DISPLAY "-------------------------------------------------"
004340     DISPLAY "INFORM01 - INFORME ANUAL DE RENDIMENTOS"
004350     DISPLAY "ANO-CALENDARIO: " WS-ANO-BASE
004360             "   DATA-MOVIMENTO: " WS-DATA-PROCESSAMENTO
004370     DISPLAY "-------------------------------------------------".
004380 1000-EXIT.
004390     EXIT.
004400*
004410*----------------------------------------------------------------
004420*    1500-LER-DATA-MOVIMENTO
004430*    LE A DATA-MOVIMENTO OFICIAL DO ARQUIVO DE CONTROLE
004440*    (DATAMOV), QUE DEFINE O ANO-CALENDARIO PADRAO E A DATA DE
004450*    GERACAO DO ARQUIVO FISCAL. SEM O ARQUIVO O JOB NAO EXECUTA.
004460*----------------------------------------------------------------
004470 1500-LER-DATA-MOVIMENTO.
004480     OPEN INPUT DATAMOV-ARQ
004490     IF ST-DATAMOV-INEXISTENTE
004500         DISPLAY "INFORM01: ARQUIVO DATAMOV INEXISTENTE, "
004510                 "EXECUTE A IMPLANTACAO (VIRADA01)"
004520         GO TO 9999-ABENDAR
004530     END-IF
004540     IF NOT ST-DATAMOV-OK
004550         DISPLAY "INFORM01: ERRO AO ABRIR DATAMOV, STATUS "
004560                 WS-STATUS-DATAMOV
004570         GO TO 9999-ABENDAR
004580     END-IF
004590     READ DATAMOV-ARQ
004600         AT END
004610             DISPLAY "INFORM01: ARQUIVO DATAMOV VAZIO"
004620             GO TO 9999-ABENDAR
004630     END-READ
004640     MOVE DAT-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
004650     CLOSE DATAMOV-ARQ.
004660 1500-EXIT.
004670     EXIT.
004680*
004690*----------------------------------------------------------------
004700*    1600-SELECIONAR
004710*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE AS GERACOES   *
004720*    CONCATENADAS DO ACERVO (SE HOUVER) E DEPOIS O MOVHIST      *
004730*    INTEIRO, LIBERANDO PARA O SORT OS LANCAMENTOS COM DATA ATE *
004740*    31/12 DO ANO-CALENDARIO, JA COM O CPF DA CONTA.            *
004750*----------------------------------------------------------------
004760 1600-SELECIONAR.
004770     OPEN INPUT ACERVO-ARQ
004780     IF ST-ACERVO-INEXISTENTE
004790         DISPLAY "INFORM01: ARQUIVO DE ACERVO INEXISTENTE - "
004800                 "SOMENTE O MOVHIST SERA LIDO"
004810         MOVE "S" TO WS-FIM-ACERVO
004820     ELSE
004830         IF NOT ST-ACERVO-OK
004840             DISPLAY "INFORM01: ERRO AO ABRIR O ACERVO, "
004850                     "STATUS " WS-STATUS-ACERVO
004860             MOVE 16 TO RETURN-CODE
004870             STOP RUN
004880         END-IF
004890     END-IF
004900     PERFORM UNTIL SW-FIM-ACERVO
004910         READ ACERVO-ARQ
004920             AT END
004930                 MOVE "S" TO WS-FIM-ACERVO
004940             NOT AT END
004950                 PERFORM 1700-FILTRAR-ACERVO THRU 1700-EXIT
004960         END-READ
004970     END-PERFORM
004980     IF NOT ST-ACERVO-INEXISTENTE
004990         CLOSE ACERVO-ARQ
005000     END-IF
005010     PERFORM UNTIL SW-FIM-MOVHIST
005020         READ MOVHIST-ARQ NEXT RECORD
005030             AT END
005040                 MOVE "S" TO WS-FIM-MOVHIST
005050             NOT AT END
005060                 PERFORM 1750-FILTRAR-MOVHIST THRU 1750-EXIT
005070         END-READ
005080     END-PERFORM.
005090 1600-EXIT.
005100     EXIT.
005110*
005120 1700-FILTRAR-ACERVO.
005130     ADD 1 TO WS-QTD-LIDOS-ACERVO
005140     IF ACV-DATA > WS-FIM-ANO-BASE-N
005150         GO TO 1700-EXIT
005160     END-IF
005170     MOVE ACV-NUMERO-CONTA TO SRT-NUMERO-CONTA
005180     MOVE ACV-SEQUENCIA TO SRT-SEQUENCIA
005190     MOVE ACV-DATA TO SRT-DATA
005200     MOVE ACV-TIPO TO SRT-TIPO
005210     MOVE ACV-VALOR TO SRT-VALOR
005220     MOVE ACV-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE
005230     MOVE ACV-SEQ-ESTORNADA TO SRT-SEQ-ESTORNADA
005240     MOVE ACV-NATUREZA-ESTORNO TO SRT-NATUREZA-ESTORNO
005250     PERFORM 1800-LIBERAR-LANCAMENTO THRU 1800-EXIT.
005260 1700-EXIT.
005270     EXIT.
005280*
005290 1750-FILTRAR-MOVHIST.
005300     ADD 1 TO WS-QTD-LIDOS-MOVHIST
005310     IF HST-DATA > WS-FIM-ANO-BASE-N
005320         GO TO 1750-EXIT
005330     END-IF
005340     MOVE HST-NUMERO-CONTA TO SRT-NUMERO-CONTA
005350     MOVE HST-SEQUENCIA TO SRT-SEQUENCIA
005360     MOVE HST-DATA TO SRT-DATA
005370     MOVE HST-TIPO TO SRT-TIPO
005380     MOVE HST-VALOR TO SRT-VALOR
005390     MOVE HST-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE
005400     MOVE HST-SEQ-ESTORNADA TO SRT-SEQ-ESTORNADA
005410     MOVE HST-NATUREZA-ESTORNO TO SRT-NATUREZA-ESTORNO
005420     PERFORM 1800-LIBERAR-LANCAMENTO THRU 1800-EXIT.
005430 1750-EXIT.
005440     EXIT.
005450*
005460*----------------------------------------------------------------
005470*    1800-LIBERAR-LANCAMENTO
005480*    COMPLETA O REGISTRO DA CLASSIFICACAO COM O CPF E O NOME    *
005490*    DA CONTA (O MESTRE SO E RELIDO QUANDO A CONTA MUDA, POIS   *
005500*    AMBOS OS ARQUIVOS VEM EM ORDEM DE CONTA) E O LIBERA. CONTA *
005510*    AUSENTE DO MESTRE OU SEM VINCULO DE CPF VAI COM CPF ZERO.  *
005520*    UM ESTORNO A DEBITO (QUE DESFAZ UM CREDITO) LIBERA TAMBEM  *
005530*    A MARCA NA SEQUENCIA ESTORNADA.                            *
005540*----------------------------------------------------------------
005550 1800-LIBERAR-LANCAMENTO.
005560     ADD 1 TO WS-QTD-SELECIONADOS
005570     IF SRT-NUMERO-CONTA NOT = WS-CONTA-LIDA
005580         PERFORM 1850-OBTER-CPF THRU 1850-EXIT
005590     END-IF
005600     MOVE WS-CPF-LIDO TO SRT-CPF
005610     MOVE WS-NOME-LIDO TO SRT-NOME-CONTA
005620     MOVE "L" TO SRT-ORIGEM
005630     RELEASE SRT-REGISTRO
005640     IF SRT-TIPO-ESTORNO AND SRT-ESTORNO-DEBITO
005650         MOVE SRT-SEQ-ESTORNADA TO SRT-SEQUENCIA
005660         MOVE "M" TO SRT-ORIGEM
005670         RELEASE SRT-REGISTRO
005680     END-IF.
005690 1800-EXIT.
005700     EXIT.
005710*
005720 1850-OBTER-CPF.
005730     MOVE SRT-NUMERO-CONTA TO WS-CONTA-LIDA
005740     MOVE SRT-NUMERO-CONTA TO CTA-NUMERO
005750     READ CONTAS-MASTER
005760     IF ST-CONTAS-OK
005770         MOVE CTA-NOME-CLIENTE TO WS-NOME-LIDO
005780         IF CTA-NUMERO-CLIENTE IS NUMERIC
005790             MOVE CTA-NUMERO-CLIENTE TO WS-CPF-LIDO
005800         ELSE
005810             MOVE ZERO TO WS-CPF-LIDO
005820         END-IF
005830     ELSE
005840         MOVE "(CONTA AUSENTE NO MESTRE)" TO WS-NOME-LIDO
005850         MOVE ZERO TO WS-CPF-LIDO
005860     END-IF.
005870 1850-EXIT.
005880     EXIT.
005890*
005900*----------------------------------------------------------------
005910*    2000-EMITIR
005920*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PERCORRE OS        *
005930*    LANCAMENTOS EM ORDEM DE CPF, CONTA E SEQUENCIA COM QUEBRA  *
005940*    DE CLIENTE E DE CONTA. CHAVE REPETIDA (MESMO LANCAMENTO NO *
005950*    ACERVO E NO MOVHIST OU EM DUAS GERACOES DO ACERVO) E       *
005960*    ELIMINADA, POIS AS REPETICOES SAEM ADJACENTES.             *
005970*----------------------------------------------------------------
005980 2000-EMITIR.
005990     PERFORM UNTIL SW-FIM-CLASSIFICADO
006000         RETURN ARQ-ORDENACAO
006010             AT END
006020                 MOVE "S" TO WS-FIM-CLASSIFICADO
006030             NOT AT END
006040                 PERFORM 2100-TRATAR-LANCAMENTO THRU 2100-EXIT
006050         END-RETURN
006060     END-PERFORM
006070     IF SW-CLIENTE-ABERTO
006080         PERFORM 2400-FECHAR-CONTA THRU 2400-EXIT
006090         PERFORM 2600-FECHAR-CLIENTE THRU 2600-EXIT
006100     END-IF.
006110 2000-EXIT.
006120     EXIT.
006130*
006140 2100-TRATAR-LANCAMENTO.
006150     IF SRT-CHAVE = WS-CHAVE-ANTERIOR
006160         ADD 1 TO WS-QTD-DUPLICADOS
006170         GO TO 2100-EXIT
006180     END-IF
006190     MOVE SRT-CHAVE TO WS-CHAVE-ANTERIOR
006200     IF SRT-CPF NOT = WS-CPF-ATUAL
006210         OR NOT SW-CLIENTE-ABERTO
006220         IF SW-CLIENTE-ABERTO
006230             PERFORM 2400-FECHAR-CONTA THRU 2400-EXIT
006240             PERFORM 2600-FECHAR-CLIENTE THRU 2600-EXIT
006250         END-IF
006260         PERFORM 2200-ABRIR-CLIENTE THRU 2200-EXIT
006270     END-IF
006280     IF SRT-NUMERO-CONTA NOT = WS-CONTA-ATUAL
006290         OR NOT SW-CONTA-ABERTA
006300         IF SW-CONTA-ABERTA
006310             PERFORM 2400-FECHAR-CONTA THRU 2400-EXIT
006320         END-IF
006330         PERFORM 2300-ABRIR-CONTA THRU 2300-EXIT
006340     END-IF
006350     IF SRT-MARCA-ESTORNO
006360         PERFORM 2160-DEDUZIR-ESTORNO THRU 2160-EXIT
006370     ELSE
006380         PERFORM 2150-APURAR-LANCAMENTO THRU 2150-EXIT
006390     END-IF.
006400 2100-EXIT.
006410     EXIT.
006420*
006430*----------------------------------------------------------------
006440*    2150-APURAR-LANCAMENTO
006450*    O SALDO RESULTANTE DE CADA LANCAMENTO VAI SENDO GUARDADO:  *
006460*    O ULTIMO ATE 31/12 DO ANO ANTERIOR E O SALDO DAQUELE DIA E *
006470*    O ULTIMO DE TODOS (A SELECAO PARA EM 31/12 DO ANO-         *
006480*    CALENDARIO) E O SALDO DO ANO. JUROS DO ANO COM SALDO       *
006490*    RESULTANTE POSITIVO OU ZERO SAO RENDIMENTO; NEGATIVO FOI   *
006500*    ENCARGO DE LIMITE ESPECIAL E NAO ENTRA NO INFORME.         *
006510*----------------------------------------------------------------
006520 2150-APURAR-LANCAMENTO.
006530     MOVE "N" TO WS-ULTIMO-RENDIMENTO
006540     IF SRT-DATA NOT > WS-FIM-ANO-ANTERIOR-N
006550         MOVE SRT-SALDO-RESULTANTE TO WS-SALDO-ANT-CONTA
006560     END-IF
006570     MOVE SRT-SALDO-RESULTANTE TO WS-SALDO-BASE-CONTA
006580     IF SRT-TIPO-JUROS
006590         AND SRT-DATA NOT < WS-INICIO-ANO-BASE-N
006600         AND SRT-SALDO-RESULTANTE NOT < ZERO
006610         ADD SRT-VALOR TO WS-RENDIMENTO-CONTA
006620         MOVE "S" TO WS-ULTIMO-RENDIMENTO
006630         MOVE SRT-SEQUENCIA TO WS-SEQ-ULTIMO-RENDIMENTO
006640     END-IF.
006650 2150-EXIT.
006660     EXIT.
006670*
006680*----------------------------------------------------------------
006690*    2160-DEDUZIR-ESTORNO
006700*    A MARCA DE ESTORNO CAI LOGO DEPOIS DO LANCAMENTO ESTORNADO *
006710*    NA CLASSIFICACAO. SE ESSE LANCAMENTO FOI RENDIMENTO DO ANO *
006720*    O VALOR ESTORNADO SAI DO TOTAL DE RENDIMENTOS DA CONTA.    *
006730*----------------------------------------------------------------
006740 2160-DEDUZIR-ESTORNO.
006750     IF SW-ULTIMO-RENDIMENTO
006760         AND SRT-SEQUENCIA = WS-SEQ-ULTIMO-RENDIMENTO
006770         IF SRT-VALOR > WS-RENDIMENTO-CONTA
006780             MOVE ZERO TO WS-RENDIMENTO-CONTA
006790         ELSE
006800             SUBTRACT SRT-VALOR FROM WS-RENDIMENTO-CONTA
006810         END-IF
006820         ADD 1 TO WS-QTD-ESTORNOS-RENDIM
006830     END-IF
006840     MOVE "N" TO WS-ULTIMO-RENDIMENTO.
006850 2160-EXIT.
006860     EXIT.
006870*
006880*----------------------------------------------------------------
006890*    2200-ABRIR-CLIENTE
006900*    ABRE O CLIENTE DO LANCAMENTO CORRENTE: ZERA OS TOTAIS E    *
006910*    OBTEM NOME E ENDERECO NO CADASTRO DE CLIENTES (SEM         *
006920*    CADASTRO VALE O NOME DA PRIMEIRA CONTA NO MESTRE). O       *
006930*    CABECALHO SO E IMPRESSO NA PRIMEIRA CONTA COM VALOR.       *
006940*----------------------------------------------------------------
006950 2200-ABRIR-CLIENTE.
006960     MOVE SRT-CPF TO WS-CPF-ATUAL
006970     MOVE "S" TO WS-CLIENTE-ABERTO
006980     MOVE "N" TO WS-INFORME-ABERTO
006990     MOVE "N" TO WS-CONTA-ABERTA
007000     MOVE ZERO TO WS-QTD-CONTAS-CLI WS-RENDIMENTO-CLI
007010     MOVE ZERO TO WS-SALDO-ANT-CLI WS-SALDO-BASE-CLI
007020     MOVE SRT-NOME-CONTA TO WS-NOME-ATUAL
007030     MOVE SPACES TO WS-ENDERECO-ATUAL
007040     IF WS-CPF-ATUAL = ZERO
007050         GO TO 2200-EXIT
007060     END-IF
007070     IF SW-CLIENTES-DISPONIVEL
007080         MOVE WS-CPF-ATUAL TO CLI-CPF
007090         READ CLIENTES-ARQ
007100         IF ST-CLIENTES-OK
007110             MOVE CLI-NOME TO WS-NOME-ATUAL
007120             MOVE CLI-ENDERECO TO WS-ENDERECO-ATUAL
007130         ELSE
007140             ADD 1 TO WS-QTD-SEM-CADASTRO
007150             DISPLAY "AVISO: CPF " WS-CPF-ATUAL
007160                     " SEM CADASTRO DE CLIENTE - INFORME SAI "
007170                     "SEM ENDERECO"
007180         END-IF
007190     END-IF.
007200 2200-EXIT.
007210     EXIT.
007220*
007230 2300-ABRIR-CONTA.
007240     MOVE SRT-NUMERO-CONTA TO WS-CONTA-ATUAL
007250     MOVE SRT-NOME-CONTA TO WS-NOME-CONTA-ATUAL
007260     MOVE "S" TO WS-CONTA-ABERTA
007270     MOVE "N" TO WS-ULTIMO-RENDIMENTO
007280     MOVE ZERO TO WS-RENDIMENTO-CONTA
007290     MOVE ZERO TO WS-SALDO-ANT-CONTA WS-SALDO-BASE-CONTA.
007300 2300-EXIT.
007310     EXIT.
007320*
007330*----------------------------------------------------------------
007340*    2400-FECHAR-CONTA
007350*    CONTA SEM RENDIMENTO E COM OS DOIS SALDOS ZERADOS NAO TEM  *
007360*    O QUE INFORMAR. CONTA SEM VINCULO DE CPF SAI NA LISTA DE   *
007370*    EXCECOES DO LOG; AS DEMAIS ENTRAM NO INFORME DO CLIENTE E  *
007380*    NOS SEUS TOTAIS.                                           *
007390*----------------------------------------------------------------
007400 2400-FECHAR-CONTA.
007410     MOVE "N" TO WS-CONTA-ABERTA
007420     IF WS-RENDIMENTO-CONTA = ZERO
007430         AND WS-SALDO-ANT-CONTA = ZERO
007440         AND WS-SALDO-BASE-CONTA = ZERO
007450         ADD 1 TO WS-QTD-CONTAS-SEM-VALOR
007460         GO TO 2400-EXIT
007470     END-IF
007480     IF WS-CPF-ATUAL = ZERO
007490         ADD 1 TO WS-QTD-CONTAS-SEM-CPF
007500         MOVE WS-RENDIMENTO-CONTA TO WS-VALOR-FORMATADO
007510         MOVE WS-SALDO-BASE-CONTA TO WS-SALDO-FORMATADO
007520         DISPLAY "EXCECAO: CONTA " WS-CONTA-ATUAL " "
007530                 WS-NOME-CONTA-ATUAL " SEM VINCULO DE CPF"
007540         DISPLAY "         RENDIMENTOS R$" WS-VALOR-FORMATADO
007550                 "  SALDO 31/12 R$" WS-SALDO-FORMATADO
007560         GO TO 2400-EXIT
007570     END-IF
007580     IF NOT SW-INFORME-ABERTO
007590         PERFORM 2500-IMPRIMIR-CABECALHO THRU 2500-EXIT
007600     END-IF
007610     ADD 1 TO WS-QTD-CONTAS-CLI
007620     ADD 1 TO WS-QTD-CONTAS-INFORMADAS
007630     ADD WS-RENDIMENTO-CONTA TO WS-RENDIMENTO-CLI
007640     ADD WS-SALDO-ANT-CONTA TO WS-SALDO-ANT-CLI
007650     ADD WS-SALDO-BASE-CONTA TO WS-SALDO-BASE-CLI
007660     MOVE WS-CONTA-ATUAL TO DET-NUMERO-CONTA
007670     MOVE WS-RENDIMENTO-CONTA TO DET-RENDIMENTOS
007680     MOVE WS-SALDO-ANT-CONTA TO DET-SALDO-ANTERIOR
007690     MOVE WS-SALDO-BASE-CONTA TO DET-SALDO-ANO-BASE
007700     MOVE WS-LINHA-DETALHE TO IMP-LINHA
007710     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT.
007720 2400-EXIT.
007730     EXIT.
007740*
007750*----------------------------------------------------------------
007760*    2500-IMPRIMIR-CABECALHO
007770*    IMPRIME O CABECALHO DE PAGINA DO INFORME: BANCO E ANO-     *
007780*    CALENDARIO, CPF, NOME E ENDERECO DO CLIENTE, FONTE         *
007790*    PAGADORA E AS COLUNAS DAS CONTAS.                          *
007800*----------------------------------------------------------------
007810 2500-IMPRIMIR-CABECALHO.
007820     MOVE "S" TO WS-INFORME-ABERTO
007830     ADD 1 TO WS-QTD-INFORMES
007840     MOVE WS-ANO-BASE TO CAB1-ANO-BASE
007850     MOVE WS-LINHA-CABEC-1 TO IMP-LINHA
007860     MOVE "1" TO IMP-CONTROLE-SALTO
007870     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
007880     MOVE WS-CPF-ATUAL TO CAB2-CPF
007890     MOVE WS-NOME-ATUAL TO CAB2-NOME
007900     MOVE WS-LINHA-CABEC-2 TO IMP-LINHA
007910     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
007920     MOVE WS-ENDERECO-ATUAL TO CAB3-ENDERECO
007930     MOVE WS-LINHA-CABEC-3 TO IMP-LINHA
007940     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
007950     MOVE WS-LINHA-TRACO TO IMP-LINHA
007960     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
007970     MOVE WS-LINHA-FONTE TO IMP-LINHA
007980     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
007990     MOVE WS-ANO-ANTERIOR TO COL-ANO-ANTERIOR
008000     MOVE WS-ANO-BASE TO COL-ANO-BASE
008010     MOVE WS-LINHA-COLUNAS TO IMP-LINHA
008020     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT.
008030 2500-EXIT.
008040     EXIT.
008050*
008060*----------------------------------------------------------------
008070*    2600-FECHAR-CLIENTE
008080*    FECHA O INFORME CONSOLIDADO DO CLIENTE (TOTAIS DE TODAS AS *
008090*    SUAS CONTAS) E GRAVA O REGISTRO DO CPF NO ARQUIVO FISCAL.  *
008100*    CLIENTE SEM NENHUMA CONTA COM VALOR NAO RECEBE INFORME.    *
008110*----------------------------------------------------------------
008120 2600-FECHAR-CLIENTE.
008130     MOVE "N" TO WS-CLIENTE-ABERTO
008140     IF NOT SW-INFORME-ABERTO
008150         GO TO 2600-EXIT
008160     END-IF
008170     MOVE WS-LINHA-TRACO TO IMP-LINHA
008180     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
008190     MOVE WS-RENDIMENTO-CLI TO TOT-RENDIMENTOS
008200     MOVE WS-SALDO-ANT-CLI TO TOT-SALDO-ANTERIOR
008210     MOVE WS-SALDO-BASE-CLI TO TOT-SALDO-ANO-BASE
008220     MOVE WS-LINHA-TOTAL TO IMP-LINHA
008230     PERFORM 2900-GRAVAR-LINHA THRU 2900-EXIT
008240     ADD WS-RENDIMENTO-CLI TO WS-TOTAL-RENDIMENTOS
008250     ADD WS-SALDO-ANT-CLI TO WS-TOTAL-SALDO-ANT
008260     ADD WS-SALDO-BASE-CLI TO WS-TOTAL-SALDO-BASE
008270     MOVE SPACES TO FIS-DETALHE
008280     MOVE "1" TO FIS-DET-TIPO
008290     MOVE WS-CPF-ATUAL TO FIS-DET-CPF
008300     MOVE WS-NOME-ATUAL TO FIS-DET-NOME
008310     MOVE WS-QTD-CONTAS-CLI TO FIS-DET-QTD-CONTAS
008320     MOVE WS-RENDIMENTO-CLI TO FIS-DET-RENDIMENTOS
008330     MOVE WS-SALDO-ANT-CLI TO FIS-DET-SALDO-ANTERIOR
008340     MOVE WS-SALDO-BASE-CLI TO FIS-DET-SALDO-ANO-BASE
008350     WRITE FIS-DETALHE
008360     IF NOT ST-INFFISC-OK
008370         DISPLAY "INFORM01: ERRO AO GRAVAR INFFISC, STATUS "
008380                 WS-STATUS-INFFISC
008390         GO TO 9999-ABENDAR
008400     END-IF.
008410 2600-EXIT.
008420     EXIT.
008430*
008440 2900-GRAVAR-LINHA.
008450     IF IMP-CONTROLE-SALTO NOT = "1"
008460         MOVE SPACE TO IMP-CONTROLE-SALTO
008470     END-IF
008480     WRITE IMP-REGISTRO
008490     IF NOT ST-INFIMP-OK
008500         DISPLAY "INFORM01: ERRO AO GRAVAR INFIMP, STATUS "
008510                 WS-STATUS-INFIMP
008520         GO TO 9999-ABENDAR
008530     END-IF
008540     ADD 1 TO WS-QTD-LINHAS
008550     MOVE SPACE TO IMP-CONTROLE-SALTO.
008560 2900-EXIT.
008570     EXIT.
008580*
008590*----------------------------------------------------------------
008600*    3000-FINALIZAR
008610*    GRAVA O TRAILER DO ARQUIVO FISCAL COM A QUANTIDADE DE CPF  *
008620*    INFORMADOS E OS TOTAIS DE CONTROLE, FECHA OS ARQUIVOS E    *
008630*    EXIBE O RESUMO DA EMISSAO.                                 *
008640*----------------------------------------------------------------
008650 3000-FINALIZAR.
008660     MOVE SPACES TO FIS-TRAILER
008670     MOVE "9" TO FIS-TRL-TIPO
008680     MOVE WS-QTD-INFORMES TO FIS-TRL-QTD-DETALHES
008690     MOVE WS-TOTAL-RENDIMENTOS TO FIS-TRL-TOTAL-RENDIM
008700     MOVE WS-TOTAL-SALDO-ANT TO FIS-TRL-TOTAL-SALDO-ANT
008710     MOVE WS-TOTAL-SALDO-BASE TO FIS-TRL-TOTAL-SALDO-BASE
008720     WRITE FIS-TRAILER
008730     IF NOT ST-INFFISC-OK
008740         DISPLAY "INFORM01: ERRO AO GRAVAR TRAILER DO INFFISC, "
008750                 "STATUS " WS-STATUS-INFFISC
008760         GO TO 9999-ABENDAR
008770     END-IF
008780     CLOSE MOVHIST-ARQ
008790     CLOSE CONTAS-MASTER
008800     IF SW-CLIENTES-DISPONIVEL
008810         CLOSE CLIENTES-ARQ
008820     END-IF
008830     CLOSE INFORME-IMPRESSO
008840     CLOSE INFORME-FISCAL
008850     DISPLAY " "
008860     DISPLAY "-------------------------------------------------".
008870     DISPLAY "INFORM01 - EMISSAO CONCLUIDA - ANO " WS-ANO-BASE.
008880     DISPLAY "LANCAMENTOS LIDOS DO ACERVO...: "
008890             WS-QTD-LIDOS-ACERVO.
008900     DISPLAY "LANCAMENTOS LIDOS DO MOVHIST..: "
008910             WS-QTD-LIDOS-MOVHIST.
008920     DISPLAY "SELECIONADOS ATE 31/12........: "
008930             WS-QTD-SELECIONADOS.
008940     DISPLAY "REPETIDOS ACERVO/MOVHIST......: "
008950             WS-QTD-DUPLICADOS.
008960     DISPLAY "JUROS ESTORNADOS DEDUZIDOS....: "
008970             WS-QTD-ESTORNOS-RENDIM.
008980     DISPLAY "CONTAS INFORMADAS.............: "
008990             WS-QTD-CONTAS-INFORMADAS.
009000     DISPLAY "CONTAS SEM VALOR A INFORMAR...: "
009010             WS-QTD-CONTAS-SEM-VALOR.
009020     DISPLAY "CONTAS SEM VINCULO DE CPF.....: "
009030             WS-QTD-CONTAS-SEM-CPF.
009040     DISPLAY "CPF SEM CADASTRO DE CLIENTE...: "
009050             WS-QTD-SEM-CADASTRO.
009060     DISPLAY "INFORMES EMITIDOS (CPF).......: " WS-QTD-INFORMES.
009070     DISPLAY "LINHAS GRAVADAS...............: " WS-QTD-LINHAS.
009080     MOVE WS-TOTAL-RENDIMENTOS TO WS-VALOR-FORMATADO
009090     DISPLAY "TOTAL DE RENDIMENTOS.......: R$" WS-VALOR-FORMATADO.
009100     MOVE WS-TOTAL-SALDO-ANT TO WS-SALDO-FORMATADO
009110     DISPLAY "SALDOS EM 31/12/" WS-ANO-ANTERIOR "....: R$"
009120             WS-SALDO-FORMATADO.
009130     MOVE WS-TOTAL-SALDO-BASE TO WS-SALDO-FORMATADO
009140     DISPLAY "SALDOS EM 31/12/" WS-ANO-BASE "....: R$"
009150             WS-SALDO-FORMATADO.
009160     DISPLAY "-------------------------------------------------".
009170 3000-EXIT.
009180     EXIT.
009190*
009200 9999-ABENDAR.
009210     DISPLAY "INFORM01: ENCERRADO COM ERRO - VERIFIQUE OS "
009220             "STATUS ACIMA".
009230     MOVE 16 TO RETURN-CODE
009240     STOP RUN.
