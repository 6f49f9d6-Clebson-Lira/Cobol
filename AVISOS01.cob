000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AVISOS01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    JOB NOTURNO DE AVISOS AO CLIENTE. REUNE OS EVENTOS QUE     *
000090*    PEDEM UMA MENSAGEM AO CLIENTE E GRAVA O ARQUIVO DE SAIDA   *
000100*    PARA O GATEWAY DE MENSAGENS (AVISOS), UM REGISTRO POR      *
000110*    MENSAGEM COM O CPF, O CANAL (E-MAIL OU SMS), O DESTINO E O *
000120*    TEXTO. OS EVENTOS VEM DE DUAS FONTES:                      *
000130*      - ARQUIVO EVENTOS, GRAVADO DURANTE O DIA PELOS LOTES E   *
000140*        PELO CAIXA: DEBITO AUTOMATICO ("D") E TRANSFERENCIA    *
000150*        PROGRAMADA ("T") PENDENTES POR SALDO INSUFICIENTE      *
000160*        (DEBAUT01/TRFPRG01), COBRANCA POR CONVENIO RECUSADA    *
000170*        COM CODIGO 05 ("V", COBCNV01), DORMENCIA PROXIMA ("I", *
000180*        INATIV01) E CONTA BLOQUEADA POR SENHA ("B", CAIXA);    *
000190*      - JORNAL DA DATA-MOVIMENTO: LIBERACAO DE CHEQUE ("L" NO  *
000200*        JORNAL, COMPEN01) GERA O AVISO "H", E O DEBITO QUE LEVA*
000210*        O SALDO DE POSITIVO (OU ZERO) A NEGATIVO GERA O AVISO  *
000220*        "L" DE ENTRADA NO LIMITE ESPECIAL, UM POR CONTA NO DIA.*
000230*    OS EVENTOS SAO CLASSIFICADOS POR CPF DO TITULAR E O        *
000240*    CADASTRO DE CLIENTES (CLIENTES) E LIDO UMA VEZ POR CPF. O  *
000250*    CANAL E O E-MAIL (CLI-EMAIL) QUANDO PREENCHIDO, SENAO SMS  *
000260*    (CLI-TELEFONE); O AVISO DE BLOQUEIO, POR SER DE SEGURANCA, *
000270*    PREFERE O SMS. CONTA SEM CPF, CPF FORA DO CADASTRO, CLIENTE*
000280*    SEM E-MAIL E SEM TELEFONE OU CONTA AUSENTE DO MESTRE VAO   *
000290*    PARA A LISTA DE EXCECOES DO SYSOUT. EVENTO REPETIDO (MESMA *
000300*    CHAVE, P.EX. ORDEM RETENTADA NUM RESTART) GERA UMA SO      *
000310*    MENSAGEM. O RELATORIO DE CONTROLE CONTA AS MENSAGENS E AS  *
000320*    EXCECOES POR TIPO DE EVENTO. AO FINAL O ARQUIVO EVENTOS E  *
000330*    ESVAZIADO. PASSO DA CADEIA NOTURNA ENTRE O CONTAB01 E O    *
000340*    CORTE01, PARA O JORNAL AINDA CONTER O DIA.                 *
000350*****************************************************************
000360*    HISTORICO DE MANUTENCAO                                   *
000370*    DATA       AUTOR   DESCRICAO                               *
000380*    ---------- ------- -----------------------------------------
000390*    2026-10-15 CL      CRIACAO DO JOB - AVISOS AO CLIENTE PARA *
000400*                       O GATEWAY DE MENSAGENS COM LISTA DE    *
000410*                       EXCECOES E RELATORIO DE CONTROLE       *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT EVENTOS-ARQ ASSIGN TO "EVENTOS"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-STATUS-EVENTOS.
000490     SELECT JORNAL-MOVTO ASSIGN TO "JORNAL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-JORNAL.
000520     SELECT CONTAS-MASTER ASSIGN TO "CONTAS"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CTA-NUMERO
000560         FILE STATUS IS WS-STATUS-CONTAS.
000570     SELECT CLIENTES-ARQ ASSIGN TO "CLIENTES"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLI-CPF
000610         FILE STATUS IS WS-STATUS-CLIENTES.
000620     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-STATUS-DATAMOV.
000650     SELECT AVISOS-ARQ ASSIGN TO "AVISOS"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STATUS-AVISOS.
000680     SELECT ARQ-ORDENACAO ASSIGN TO "AVSWORK".
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  EVENTOS-ARQ
000720     LABEL RECORD IS STANDARD.
000730 COPY EVTREG.
000740 FD  JORNAL-MOVTO
000750     LABEL RECORD IS STANDARD.
000760 COPY MOVREG.
000770 FD  CONTAS-MASTER
000780     LABEL RECORD IS STANDARD.
000790 COPY CTACAD.
000800 FD  CLIENTES-ARQ
000810     LABEL RECORD IS STANDARD.
000820 COPY CLIREG.
000830 FD  DATAMOV-ARQ
000840     LABEL RECORD IS STANDARD.
000850 COPY DATREG.
000860 FD  AVISOS-ARQ
000870     LABEL RECORD IS STANDARD.
000880 COPY AVSREG.
000890*****************************************************************
000900*    REGISTRO DA CLASSIFICACAO: CPF DO TITULAR (OU A CONTA,     *
000910*    QUANDO NAO HA VINCULO DE CPF) + CONTA + TIPO DO EVENTO +   *
000920*    DATA DE REFERENCIA + SEQUENCIA + REFERENCIA. EVENTOS COM A *
000930*    MESMA CHAVE SAO O MESMO AVISO E SAEM UMA SO VEZ.           *
000940*****************************************************************
000950 SD  ARQ-ORDENACAO.
000960 01  SRT-REGISTRO.
000970     05  SRT-CHAVE.
000980         10  SRT-GRUPO.
000990             15  SRT-CPF         PIC 9(11).
001000             15  SRT-CONTA-SEM-CPF
001010                                 PIC 9(07).
001020         10  SRT-NUMERO-CONTA    PIC 9(07).
001030         10  SRT-TIPO            PIC X(01).
001040             88  SRT-DEBAUTO-PENDENTE    VALUE "D".
001050             88  SRT-TRANSF-PENDENTE     VALUE "T".
001060             88  SRT-CONVENIO-RECUSADO   VALUE "V".
001070             88  SRT-CHEQUE-LIBERADO     VALUE "H".
001080             88  SRT-LIMITE-ESPECIAL     VALUE "L".
001090             88  SRT-DORMENCIA-PROXIMA   VALUE "I".
001100             88  SRT-CONTA-BLOQUEADA     VALUE "B".
001110         10  SRT-DATA-REFERENCIA PIC 9(08).
001120         10  SRT-SEQUENCIA       PIC 9(06).
001130         10  SRT-REFERENCIA      PIC X(30).
001140     05  SRT-VALOR               PIC 9(07)V99.
001150     05  SRT-CONTA-DESTINO       PIC 9(07).
001160     05  SRT-SITUACAO-CONTA      PIC X(01).
001170         88  SRT-CONTA-CADASTRADA        VALUE "S".
001180         88  SRT-CONTA-INEXISTENTE       VALUE "N".
001190 WORKING-STORAGE SECTION.
001200 01  WS-STATUS-EVENTOS           PIC X(02) VALUE "00".
001210     88  ST-EVENTOS-OK                    VALUE "00".
001220     88  ST-EVENTOS-FIM                   VALUE "10".
001230     88  ST-EVENTOS-INEXISTENTE           VALUE "35".
001240 01  WS-STATUS-JORNAL            PIC X(02) VALUE "00".
001250     88  ST-JORNAL-OK                     VALUE "00".
001260     88  ST-JORNAL-FIM                    VALUE "10".
001270     88  ST-JORNAL-INEXISTENTE            VALUE "35".
001280 01  WS-STATUS-CONTAS            PIC X(02) VALUE "00".
001290     88  ST-CONTAS-OK                     VALUE "00".
001300     88  ST-CONTAS-NAO-ENCONTRADA         VALUE "23".
001310 01  WS-STATUS-CLIENTES          PIC X(02) VALUE "00".
001320     88  ST-CLIENTES-OK                   VALUE "00".
001330     88  ST-CLIENTES-NAO-ENCONTRADO       VALUE "23".
001340     88  ST-CLIENTES-INEXISTENTE          VALUE "35".
001350 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
001360     88  ST-DATAMOV-OK                    VALUE "00".
001370     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
001380 01  WS-STATUS-AVISOS            PIC X(02) VALUE "00".
001390     88  ST-AVISOS-OK                     VALUE "00".
001400 01  WS-FLAGS.
001410     05  WS-FIM-EVENTOS          PIC X(01) VALUE "N".
001420         88  SW-FIM-EVENTOS             VALUE "S".
001430     05  WS-FIM-JORNAL           PIC X(01) VALUE "N".
001440         88  SW-FIM-JORNAL              VALUE "S".
001450     05  WS-FIM-CLASSIFICADO     PIC X(01) VALUE "N".
001460         88  SW-FIM-CLASSIFICADO        VALUE "S".
001470     05  WS-CLIENTES-DISPONIVEL  PIC X(01) VALUE "N".
001480         88  SW-CLIENTES-DISPONIVEL     VALUE "S".
001490     05  WS-CLIENTE-ENCONTRADO   PIC X(01) VALUE "N".
001500         88  SW-CLIENTE-ENCONTRADO      VALUE "S".
001510     05  WS-GRUPO-ABERTO         PIC X(01) VALUE "N".
001520         88  SW-GRUPO-ABERTO            VALUE "S".
001530 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
001540 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
001550 01  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.
001560 01  WS-CONTA-LIDA               PIC 9(07) VALUE ZERO.
001570 01  WS-CPF-LIDO                 PIC 9(11) VALUE ZERO.
001580 01  WS-SITUACAO-LIDA            PIC X(01) VALUE SPACE.
001590 01  WS-CHAVE-ANTERIOR           PIC X(70) VALUE LOW-VALUES.
001600 01  WS-GRUPO-ATUAL              PIC X(18) VALUE SPACES.
001610 01  WS-SALDO-ANTERIOR           PIC S9(07)V99 VALUE ZERO.
001620 01  WS-MOTIVO-EXCECAO           PIC X(30) VALUE SPACES.
001630 01  WS-TEXTO                    PIC X(160) VALUE SPACES.
001640 01  WS-PONTEIRO                 PIC 9(03) COMP VALUE ZERO.
001650 01  WS-BRANCOS                  PIC 9(03) COMP VALUE ZERO.
001660 01  WS-VALOR-EDITADO            PIC Z,ZZZ,ZZ9.99.
001670 01  WS-DATA-AUXILIAR            PIC 9(08) VALUE ZERO.
001680 01  WS-DATA-AUXILIAR-R REDEFINES WS-DATA-AUXILIAR.
001690     05  WS-AUX-ANO              PIC 9(04).
001700     05  WS-AUX-MES              PIC 9(02).
001710     05  WS-AUX-DIA              PIC 9(02).
001720 01  WS-DATA-FORMATADA.
001730     05  WS-FMT-DIA              PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE "/".
001750     05  WS-FMT-MES              PIC 9(02).
001760     05  FILLER                  PIC X(01) VALUE "/".
001770     05  WS-FMT-ANO              PIC 9(04).
001780 01  WS-CONTADORES.
001790     05  WS-QTD-EVENTOS          PIC 9(07) COMP VALUE ZERO.
001800     05  WS-QTD-LIDOS-JORNAL     PIC 9(07) COMP VALUE ZERO.
001810     05  WS-QTD-DERIVADOS        PIC 9(07) COMP VALUE ZERO.
001820     05  WS-QTD-SELECIONADOS     PIC 9(07) COMP VALUE ZERO.
001830     05  WS-QTD-DUPLICADOS       PIC 9(07) COMP VALUE ZERO.
001840     05  WS-QTD-CLIENTES         PIC 9(07) COMP VALUE ZERO.
001850     05  WS-QTD-MENSAGENS        PIC 9(07) COMP VALUE ZERO.
001860     05  WS-QTD-EMAIL            PIC 9(07) COMP VALUE ZERO.
001870     05  WS-QTD-SMS              PIC 9(07) COMP VALUE ZERO.
001880     05  WS-QTD-EXCECOES         PIC 9(07) COMP VALUE ZERO.
001890 01  WS-CONTADORES-TIPO.
001900     05  WS-MSG-DEBAUTO          PIC 9(07) COMP VALUE ZERO.
001910     05  WS-EXC-DEBAUTO          PIC 9(07) COMP VALUE ZERO.
001920     05  WS-MSG-TRANSF           PIC 9(07) COMP VALUE ZERO.
001930     05  WS-EXC-TRANSF           PIC 9(07) COMP VALUE ZERO.
001940     05  WS-MSG-CONVENIO         PIC 9(07) COMP VALUE ZERO.
001950     05  WS-EXC-CONVENIO         PIC 9(07) COMP VALUE ZERO.
001960     05  WS-MSG-CHEQUE           PIC 9(07) COMP VALUE ZERO.
001970     05  WS-EXC-CHEQUE           PIC 9(07) COMP VALUE ZERO.
001980     05  WS-MSG-LIMITE           PIC 9(07) COMP VALUE ZERO.
001990     05  WS-EXC-LIMITE           PIC 9(07) COMP VALUE ZERO.
002000     05  WS-MSG-DORMENCIA        PIC 9(07) COMP VALUE ZERO.
002010     05  WS-EXC-DORMENCIA        PIC 9(07) COMP VALUE ZERO.
002020     05  WS-MSG-BLOQUEIO         PIC 9(07) COMP VALUE ZERO.
002030     05  WS-EXC-BLOQUEIO         PIC 9(07) COMP VALUE ZERO.
002040 01  WS-LINHA-TIPO.
002050     05  WS-LIN-DESCRICAO        PIC X(32).
002060     05  WS-LIN-MENSAGENS        PIC ZZZ,ZZ9.
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  WS-LIN-EXCECOES         PIC ZZZ,ZZ9.
002090 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
002100     88  SW-PASSO-INICIADO              VALUE "S".
002110 COPY CTLPAS.
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002150     SORT ARQ-ORDENACAO
002160         ON ASCENDING KEY SRT-CPF SRT-CONTA-SEM-CPF
002170                          SRT-NUMERO-CONTA SRT-TIPO
002180                          SRT-DATA-REFERENCIA SRT-SEQUENCIA
002190                          SRT-REFERENCIA
002200         INPUT PROCEDURE IS 1600-SELECIONAR THRU 1600-EXIT
002210         OUTPUT PROCEDURE IS 2000-AVISAR THRU 2000-EXIT
002220     PERFORM 3000-FINALIZAR THRU 3000-EXIT
002230     STOP RUN.
002240*
002250*----------------------------------------------------------------
002260*    1000-INICIALIZAR
002270*    OBTEM A DATA-MOVIMENTO, REGISTRA O INICIO DO PASSO, ABRE O *
002280*    MESTRE, O CADASTRO DE CLIENTES E O ARQUIVO DO GATEWAY, QUE *
002290*    RECEBE O HEADER. SEM O CADASTRO DE CLIENTES O JOB SEGUE E  *
002300*    TODO EVENTO VAI PARA A LISTA DE EXCECOES.                  *
002310*----------------------------------------------------------------
002320 1000-INICIALIZAR.
002330     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
002340     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
002350     OPEN INPUT CONTAS-MASTER
002360     IF NOT ST-CONTAS-OK
002370         DISPLAY "AVISOS01: ERRO AO ABRIR CONTAS, STATUS "
002380                 WS-STATUS-CONTAS
002390         GO TO 9999-ABENDAR
002400     END-IF
002410     OPEN INPUT CLIENTES-ARQ
002420     IF ST-CLIENTES-OK
002430         MOVE "S" TO WS-CLIENTES-DISPONIVEL
002440     ELSE
002450         IF NOT ST-CLIENTES-INEXISTENTE
002460             DISPLAY "AVISOS01: ERRO AO ABRIR CLIENTES, STATUS "
002470                     WS-STATUS-CLIENTES
002480             GO TO 9999-ABENDAR
002490         END-IF
002500         DISPLAY "AVISOS01: CADASTRO DE CLIENTES INEXISTENTE - "
002510                 "TODOS OS AVISOS IRAO PARA A LISTA DE EXCECOES"
002520     END-IF
002530     OPEN OUTPUT AVISOS-ARQ
002540     IF NOT ST-AVISOS-OK
002550         DISPLAY "AVISOS01: ERRO AO ABRIR AVISOS, STATUS "
002560                 WS-STATUS-AVISOS
002570         GO TO 9999-ABENDAR
002580     END-IF
002590     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002600     ACCEPT WS-HORA-SISTEMA FROM TIME
002610     MOVE SPACES TO AVS-HEADER
002620     MOVE "0" TO AVS-HDR-TIPO
002630     MOVE WS-DATA-PROCESSAMENTO TO AVS-HDR-DATA-MOVIMENTO
002640     MOVE WS-DATA-SISTEMA TO AVS-HDR-DATA-GERACAO
002650     MOVE WS-HORA-SISTEMA TO AVS-HDR-HORA-GERACAO
002660     MOVE "BANCO LIRA" TO AVS-HDR-REMETENTE
002670     WRITE AVS-HEADER
002680     IF NOT ST-AVISOS-OK
002690         DISPLAY "AVISOS01: ERRO AO GRAVAR HEADER, STATUS "
002700                 WS-STATUS-AVISOS
002710         GO TO 9999-ABENDAR
002720     END-IF
002730     DISPLAY "-------------------------------------------------"
002740     DISPLAY "AVISOS01 - AVISOS AO CLIENTE - "
002750             WS-DATA-PROCESSAMENTO
002760     DISPLAY "-------------------------------------------------".
002770 1000-EXIT.
002780     EXIT.
002790*
002800*----------------------------------------------------------------
002810*    1300-LER-DATA-MOVIMENTO
002820*    LE A DATA-MOVIMENTO OFICIAL DO ARQUIVO DE CONTROLE         *
002830*    (DATAMOV): E O DIA DOS LANCAMENTOS LIDOS DO JORNAL. SEM O  *
002840*    ARQUIVO O JOB NAO EXECUTA.                                 *
002850*----------------------------------------------------------------
002860 1300-LER-DATA-MOVIMENTO.
002870     OPEN INPUT DATAMOV-ARQ
002880     IF ST-DATAMOV-INEXISTENTE
002890         DISPLAY "AVISOS01: ARQUIVO DATAMOV INEXISTENTE, "
002900                 "EXECUTE A IMPLANTACAO (VIRADA01)"
002910         GO TO 9999-ABENDAR
002920     END-IF
002930     IF NOT ST-DATAMOV-OK
002940         DISPLAY "AVISOS01: ERRO AO ABRIR DATAMOV, STATUS "
002950                 WS-STATUS-DATAMOV
002960         GO TO 9999-ABENDAR
002970     END-IF
002980     READ DATAMOV-ARQ
002990         AT END
003000             DISPLAY "AVISOS01: ARQUIVO DATAMOV VAZIO"
003010             GO TO 9999-ABENDAR
003020     END-READ
003030     MOVE DAT-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
003040     CLOSE DATAMOV-ARQ.
003050 1300-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------------
003090*    1600-SELECIONAR
003100*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA TODOS OS  *
003110*    EVENTOS DO ARQUIVO EVENTOS E OS AVISOS DERIVADOS DOS       *
003120*    LANCAMENTOS DO DIA NO JORNAL. SEM EVENTOS OU SEM JORNAL O  *
003130*    JOB SEGUE COM O QUE HOUVER, COM AVISO NO LOG.              *
003140*----------------------------------------------------------------
003150 1600-SELECIONAR.
003160     OPEN INPUT EVENTOS-ARQ
003170     IF ST-EVENTOS-INEXISTENTE
003180         DISPLAY "AVISOS01: ARQUIVO EVENTOS INEXISTENTE - "
003190                 "SOMENTE O JORNAL SERA LIDO"
003200         MOVE "S" TO WS-FIM-EVENTOS
003210     ELSE
003220         IF NOT ST-EVENTOS-OK
003230             DISPLAY "AVISOS01: ERRO AO ABRIR EVENTOS, STATUS "
003240                     WS-STATUS-EVENTOS
003250             MOVE 16 TO RETURN-CODE
003253             MOVE 16 TO CTP-RETURN-CODE
003256             PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
003260             STOP RUN
003270         END-IF
003280     END-IF
003290     PERFORM UNTIL SW-FIM-EVENTOS
003300         READ EVENTOS-ARQ
003310             AT END
003320                 MOVE "S" TO WS-FIM-EVENTOS
003330             NOT AT END
003340                 PERFORM 1700-FILTRAR-EVENTO THRU 1700-EXIT
003350         END-READ
003360     END-PERFORM
003370     IF NOT ST-EVENTOS-INEXISTENTE
003380         CLOSE EVENTOS-ARQ
003390     END-IF
003400     OPEN INPUT JORNAL-MOVTO
003410     IF ST-JORNAL-INEXISTENTE
003420         DISPLAY "AVISOS01: JORNAL INEXISTENTE - SEM AVISOS DE "
003430                 "CHEQUE LIBERADO E LIMITE ESPECIAL"
003440         MOVE "S" TO WS-FIM-JORNAL
003450     ELSE
003460         IF NOT ST-JORNAL-OK
003470             DISPLAY "AVISOS01: ERRO AO ABRIR JORNAL, STATUS "
003480                     WS-STATUS-JORNAL
003490             MOVE 16 TO RETURN-CODE
003493             MOVE 16 TO CTP-RETURN-CODE
003496             PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
003500             STOP RUN
003510         END-IF
003520     END-IF
003530     PERFORM UNTIL SW-FIM-JORNAL
003540         READ JORNAL-MOVTO
003550             AT END
003560                 MOVE "S" TO WS-FIM-JORNAL
003570             NOT AT END
003580                 PERFORM 1750-FILTRAR-JORNAL THRU 1750-EXIT
003590         END-READ
003600     END-PERFORM
003610     IF NOT ST-JORNAL-INEXISTENTE
003620         CLOSE JORNAL-MOVTO
003630     END-IF.
003640 1600-EXIT.
003650     EXIT.
003660*
003670 1700-FILTRAR-EVENTO.
003680     ADD 1 TO WS-QTD-EVENTOS
003690     MOVE EVT-NUMERO-CONTA TO SRT-NUMERO-CONTA
003700     MOVE EVT-TIPO TO SRT-TIPO
003710     MOVE EVT-DATA-REFERENCIA TO SRT-DATA-REFERENCIA
003720     MOVE EVT-SEQUENCIA TO SRT-SEQUENCIA
003730     MOVE EVT-REFERENCIA TO SRT-REFERENCIA
003740     MOVE EVT-VALOR TO SRT-VALOR
003750     MOVE EVT-CONTA-DESTINO TO SRT-CONTA-DESTINO
003760     PERFORM 1900-LIBERAR THRU 1900-EXIT.
003770 1700-EXIT.
003780     EXIT.
003790*
003800*----------------------------------------------------------------
003810*    1750-FILTRAR-JORNAL
003820*    LANCAMENTO DO DIA: A LIBERACAO DE CHEQUE ("L") GERA O AVISO*
003830*    "H" COM O VALOR LIBERADO. O DEBITO (SAQUE, TRANSFERENCIA,  *
003840*    DEBITO AUTOMATICO, CONVENIO, TARIFA, EMPRESTIMO OU ESTORNO *
003850*    A DEBITO) QUE DEIXA NEGATIVO UM SALDO QUE ANTES NAO ERA    *
003860*    GERA O AVISO "L" COM O SALDO DEVEDOR; A CHAVE SEM SEQUENCIA*
003870*    FAZ A CONTA SER AVISADA UMA SO VEZ NO DIA.                 *
003880*----------------------------------------------------------------
003890 1750-FILTRAR-JORNAL.
003900     ADD 1 TO WS-QTD-LIDOS-JORNAL
003910     IF MOV-DATA NOT = WS-DATA-PROCESSAMENTO
003920         GO TO 1750-EXIT
003930     END-IF
003940     MOVE MOV-NUMERO-CONTA TO SRT-NUMERO-CONTA
003950     MOVE MOV-DATA TO SRT-DATA-REFERENCIA
003960     MOVE SPACES TO SRT-REFERENCIA
003970     MOVE ZERO TO SRT-CONTA-DESTINO
003980     IF MOV-TIPO-LIBERACAO
003990         MOVE "H" TO SRT-TIPO
004000         MOVE MOV-SEQUENCIA TO SRT-SEQUENCIA
004010         MOVE MOV-VALOR TO SRT-VALOR
004020         ADD 1 TO WS-QTD-DERIVADOS
004030         PERFORM 1900-LIBERAR THRU 1900-EXIT
004040         GO TO 1750-EXIT
004050     END-IF
004060     IF NOT (MOV-TIPO-SAQUE OR MOV-TIPO-TRANSF-DEBITO
004070             OR MOV-TIPO-DEB-AUTO OR MOV-TIPO-DEB-CONVENIO
004080             OR MOV-TIPO-TARIFA OR MOV-TIPO-DEB-EMPRESTIMO
004090             OR (MOV-TIPO-ESTORNO AND MOV-ESTORNO-DEBITO))
004100         GO TO 1750-EXIT
004110     END-IF
004120     COMPUTE WS-SALDO-ANTERIOR = MOV-SALDO-RESULTANTE + MOV-VALOR
004130     IF MOV-SALDO-RESULTANTE NOT < ZERO
004140         OR WS-SALDO-ANTERIOR < ZERO
004150         GO TO 1750-EXIT
004160     END-IF
004170     MOVE "L" TO SRT-TIPO
004180     MOVE ZERO TO SRT-SEQUENCIA
004190     COMPUTE SRT-VALOR = ZERO - MOV-SALDO-RESULTANTE
004200     ADD 1 TO WS-QTD-DERIVADOS
004210     PERFORM 1900-LIBERAR THRU 1900-EXIT.
004220 1750-EXIT.
004230     EXIT.
004240*
004250*----------------------------------------------------------------
004260*    1900-LIBERAR
004270*    COMPLETA O REGISTRO COM O CPF DA CONTA (O MESTRE SO E      *
004280*    RELIDO QUANDO A CONTA MUDA) E O LIBERA. CONTA SEM VINCULO  *
004290*    DE CPF OU AUSENTE DO MESTRE FORMA UM GRUPO SO SEU.         *
004300*----------------------------------------------------------------
004310 1900-LIBERAR.
004320     IF SRT-NUMERO-CONTA NOT = WS-CONTA-LIDA
004330         MOVE SRT-NUMERO-CONTA TO WS-CONTA-LIDA
004340         MOVE SRT-NUMERO-CONTA TO CTA-NUMERO
004350         MOVE ZERO TO WS-CPF-LIDO
004360         MOVE "N" TO WS-SITUACAO-LIDA
004370         READ CONTAS-MASTER
004380         IF ST-CONTAS-OK
004390             MOVE "S" TO WS-SITUACAO-LIDA
004400             IF CTA-NUMERO-CLIENTE IS NUMERIC
004410                 MOVE CTA-NUMERO-CLIENTE TO WS-CPF-LIDO
004420             END-IF
004430         END-IF
004440     END-IF
004450     MOVE WS-CPF-LIDO TO SRT-CPF
004460     MOVE WS-SITUACAO-LIDA TO SRT-SITUACAO-CONTA
004470     IF WS-CPF-LIDO = ZERO
004480         MOVE SRT-NUMERO-CONTA TO SRT-CONTA-SEM-CPF
004490     ELSE
004500         MOVE ZERO TO SRT-CONTA-SEM-CPF
004510     END-IF
004520     ADD 1 TO WS-QTD-SELECIONADOS
004530     RELEASE SRT-REGISTRO.
004540 1900-EXIT.
004550     EXIT.
004560*
004570*----------------------------------------------------------------
004580*    2000-AVISAR
004590*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PERCORRE OS EVENTOS*
004600*    EM ORDEM DE CLIENTE, ELIMINA OS REPETIDOS E GRAVA UMA      *
004610*    MENSAGEM POR EVENTO, OU A EXCECAO QUANDO NAO HA CONTATO.   *
004620*----------------------------------------------------------------
004630 2000-AVISAR.
004640     DISPLAY "LISTA DE EXCECOES (AVISO NAO ENVIADO):"
004650     PERFORM UNTIL SW-FIM-CLASSIFICADO
004660         RETURN ARQ-ORDENACAO
004670             AT END
004680                 MOVE "S" TO WS-FIM-CLASSIFICADO
004690             NOT AT END
004700                 PERFORM 2100-TRATAR-REGISTRO THRU 2100-EXIT
004710         END-RETURN
004720     END-PERFORM
004730     IF WS-QTD-EXCECOES = ZERO
004740         DISPLAY "    NENHUMA EXCECAO"
004750     END-IF.
004760 2000-EXIT.
004770     EXIT.
004780*
004790 2100-TRATAR-REGISTRO.
004800     IF SRT-CHAVE = WS-CHAVE-ANTERIOR
004810         ADD 1 TO WS-QTD-DUPLICADOS
004820         GO TO 2100-EXIT
004830     END-IF
004840     MOVE SRT-CHAVE TO WS-CHAVE-ANTERIOR
004850     IF SRT-GRUPO NOT = WS-GRUPO-ATUAL
004860         OR NOT SW-GRUPO-ABERTO
004870         PERFORM 2200-ABRIR-GRUPO THRU 2200-EXIT
004880     END-IF
004890     PERFORM 2300-CRITICAR-CONTATO THRU 2300-EXIT
004900     IF WS-MOTIVO-EXCECAO NOT = SPACES
004910         PERFORM 2700-REGISTRAR-EXCECAO THRU 2700-EXIT
004920         GO TO 2100-EXIT
004930     END-IF
004940     PERFORM 2400-MONTAR-TEXTO THRU 2400-EXIT
004950     PERFORM 2600-GRAVAR-MENSAGEM THRU 2600-EXIT.
004960 2100-EXIT.
004970     EXIT.
004980*
004990*----------------------------------------------------------------
005000*    2200-ABRIR-GRUPO
005010*    NOVO CLIENTE: LOCALIZA O CPF NO CADASTRO DE CLIENTES, UMA  *
005020*    VEZ PARA TODOS OS EVENTOS DAS SUAS CONTAS.                 *
005030*----------------------------------------------------------------
005040 2200-ABRIR-GRUPO.
005050     MOVE SRT-GRUPO TO WS-GRUPO-ATUAL
005060     MOVE "S" TO WS-GRUPO-ABERTO
005070     MOVE "N" TO WS-CLIENTE-ENCONTRADO
005080     ADD 1 TO WS-QTD-CLIENTES
005090     IF SRT-CPF = ZERO OR NOT SW-CLIENTES-DISPONIVEL
005100         GO TO 2200-EXIT
005110     END-IF
005120     MOVE SRT-CPF TO CLI-CPF
005130     READ CLIENTES-ARQ
005140     IF ST-CLIENTES-OK
005150         MOVE "S" TO WS-CLIENTE-ENCONTRADO
005160         GO TO 2200-EXIT
005170     END-IF
005180     IF NOT ST-CLIENTES-NAO-ENCONTRADO
005190         DISPLAY "AVISOS01: ERRO AO LER CLIENTES, CPF " SRT-CPF
005200                 " STATUS " WS-STATUS-CLIENTES
005210         GO TO 9999-ABENDAR
005220     END-IF.
005230 2200-EXIT.
005240     EXIT.
005250*
005260*----------------------------------------------------------------
005270*    2300-CRITICAR-CONTATO
005280*    APURA O MOTIVO DE EXCECAO DO EVENTO (BRANCOS QUANDO HA     *
005290*    CONTATO) E, HAVENDO CONTATO, ESCOLHE O CANAL: E-MAIL QUANDO*
005300*    PREENCHIDO, SENAO SMS. O BLOQUEIO DE CONTA PREFERE O SMS.  *
005310*----------------------------------------------------------------
005320 2300-CRITICAR-CONTATO.
005330     MOVE SPACES TO WS-MOTIVO-EXCECAO
005340     IF SRT-CONTA-INEXISTENTE
005350         MOVE "CONTA INEXISTENTE NO MESTRE" TO WS-MOTIVO-EXCECAO
005360         GO TO 2300-EXIT
005370     END-IF
005380     IF SRT-CPF = ZERO
005390         MOVE "CONTA SEM CPF VINCULADO" TO WS-MOTIVO-EXCECAO
005400         GO TO 2300-EXIT
005410     END-IF
005420     IF NOT SW-CLIENTES-DISPONIVEL
005430         MOVE "CADASTRO DE CLIENTES AUSENTE" TO WS-MOTIVO-EXCECAO
005440         GO TO 2300-EXIT
005450     END-IF
005460     IF NOT SW-CLIENTE-ENCONTRADO
005470         MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO-EXCECAO
005480         GO TO 2300-EXIT
005490     END-IF
005500     IF CLI-EMAIL = SPACES AND CLI-TELEFONE = SPACES
005510         MOVE "CLIENTE SEM E-MAIL E TELEFONE" TO WS-MOTIVO-EXCECAO
005520         GO TO 2300-EXIT
005530     END-IF
005540     MOVE SPACES TO AVS-REGISTRO
005550     IF CLI-EMAIL = SPACES
005560         OR (SRT-CONTA-BLOQUEADA AND CLI-TELEFONE NOT = SPACES)
005570         MOVE "S" TO AVS-CANAL
005580         MOVE CLI-TELEFONE TO AVS-DESTINO
005590     ELSE
005600         MOVE "E" TO AVS-CANAL
005610         MOVE CLI-EMAIL TO AVS-DESTINO
005620     END-IF.
005630 2300-EXIT.
005640     EXIT.
005650*
005660*----------------------------------------------------------------
005670*    2400-MONTAR-TEXTO
005680*    MONTA O TEXTO DA MENSAGEM CONFORME O TIPO DO EVENTO, COM O *
005690*    VALOR E AS DATAS JA FORMATADOS.                            *
005700*----------------------------------------------------------------
005710 2400-MONTAR-TEXTO.
005720     MOVE SRT-VALOR TO WS-VALOR-EDITADO
005730     MOVE ZERO TO WS-BRANCOS
005740     INSPECT WS-VALOR-EDITADO TALLYING WS-BRANCOS
005750         FOR LEADING SPACES
005760     MOVE SRT-DATA-REFERENCIA TO WS-DATA-AUXILIAR
005770     PERFORM 2450-FORMATAR-DATA THRU 2450-EXIT
005780     MOVE SPACES TO WS-TEXTO
005790     MOVE 1 TO WS-PONTEIRO
005800     STRING "BANCO LIRA: " DELIMITED BY SIZE
005810         INTO WS-TEXTO WITH POINTER WS-PONTEIRO
005820     END-STRING
005830     EVALUATE TRUE
005840         WHEN SRT-DEBAUTO-PENDENTE
005850             STRING "DEBITO AUTOMATICO DE R$ " DELIMITED BY SIZE
005860                 WS-VALOR-EDITADO(WS-BRANCOS + 1:)
005870                     DELIMITED BY SIZE
005880                 " (" DELIMITED BY SIZE
005890                 SRT-REFERENCIA DELIMITED BY "  "
005900                 ") VENCIDO EM " DELIMITED BY SIZE
005910                 WS-DATA-FORMATADA DELIMITED BY SIZE
005920                 " NA CONTA " DELIMITED BY SIZE
005930                 SRT-NUMERO-CONTA DELIMITED BY SIZE
005940                 " NAO EFETUADO POR SALDO INSUFICIENTE. NOVA "
005950                     DELIMITED BY SIZE
005960                 "TENTATIVA NA PROXIMA NOITE." DELIMITED BY SIZE
005970                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
005980             END-STRING
005990         WHEN SRT-TRANSF-PENDENTE
006000             STRING "TRANSFERENCIA PROGRAMADA DE R$ "
006010                     DELIMITED BY SIZE
006020                 WS-VALOR-EDITADO(WS-BRANCOS + 1:)
006030                     DELIMITED BY SIZE
006040                 " DA CONTA " DELIMITED BY SIZE
006050                 SRT-NUMERO-CONTA DELIMITED BY SIZE
006060                 " PARA A CONTA " DELIMITED BY SIZE
006070                 SRT-CONTA-DESTINO DELIMITED BY SIZE
006080                 " NAO EFETUADA POR SALDO INSUFICIENTE. NOVA "
006090                     DELIMITED BY SIZE
006100                 "TENTATIVA AMANHA." DELIMITED BY SIZE
006110                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
006120             END-STRING
006130         WHEN SRT-CONVENIO-RECUSADO
006140             STRING "COBRANCA DE R$ " DELIMITED BY SIZE
006150                 WS-VALOR-EDITADO(WS-BRANCOS + 1:)
006160                     DELIMITED BY SIZE
006170                 " (DOC " DELIMITED BY SIZE
006180                 SRT-REFERENCIA DELIMITED BY "  "
006190                 ") VENCIMENTO " DELIMITED BY SIZE
006200                 WS-DATA-FORMATADA DELIMITED BY SIZE
006210                 " NA CONTA " DELIMITED BY SIZE
006220                 SRT-NUMERO-CONTA DELIMITED BY SIZE
006230                 " RECUSADA POR SALDO INSUFICIENTE E "
006240                     DELIMITED BY SIZE
006250                 "DEVOLVIDA AO CREDOR." DELIMITED BY SIZE
006260                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
006270             END-STRING
006280         WHEN SRT-CHEQUE-LIBERADO
006290             STRING "CHEQUE DE R$ " DELIMITED BY SIZE
006300                 WS-VALOR-EDITADO(WS-BRANCOS + 1:)
006310                     DELIMITED BY SIZE
006320                 " DEPOSITADO NA CONTA " DELIMITED BY SIZE
006330                 SRT-NUMERO-CONTA DELIMITED BY SIZE
006340                 " COMPENSADO EM " DELIMITED BY SIZE
006350                 WS-DATA-FORMATADA DELIMITED BY SIZE
006360                 ". VALOR DISPONIVEL PARA USO." DELIMITED BY SIZE
006370                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
006380             END-STRING
006390         WHEN SRT-LIMITE-ESPECIAL
006400             STRING "A CONTA " DELIMITED BY SIZE
006410                 SRT-NUMERO-CONTA DELIMITED BY SIZE
006420                 " ENTROU NO LIMITE ESPECIAL EM "
006430                     DELIMITED BY SIZE
006440                 WS-DATA-FORMATADA DELIMITED BY SIZE
006450                 ", COM SALDO DEVEDOR DE R$ " DELIMITED BY SIZE
006460                 WS-VALOR-EDITADO(WS-BRANCOS + 1:)
006470                     DELIMITED BY SIZE
006480                 "." DELIMITED BY SIZE
006490                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
006500             END-STRING
006510         WHEN SRT-DORMENCIA-PROXIMA
006520             STRING "A CONTA " DELIMITED BY SIZE
006530                 SRT-NUMERO-CONTA DELIMITED BY SIZE
006540                 " ESTA SEM MOVIMENTACAO E SERA CONSIDERADA "
006550                     DELIMITED BY SIZE
006560                 "INATIVA A PARTIR DE " DELIMITED BY SIZE
006570                 WS-DATA-FORMATADA DELIMITED BY SIZE
006580                 ". MOVIMENTE A CONTA PARA MANTE-LA ATIVA."
006590                     DELIMITED BY SIZE
006600                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
006610             END-STRING
006620         WHEN SRT-CONTA-BLOQUEADA
006630             STRING "A CONTA " DELIMITED BY SIZE
006640                 SRT-NUMERO-CONTA DELIMITED BY SIZE
006650                 " FOI BLOQUEADA EM " DELIMITED BY SIZE
006660                 WS-DATA-FORMATADA DELIMITED BY SIZE
006670                 " POR EXCESSO DE TENTATIVAS DE SENHA INVALIDA. "
006680                     DELIMITED BY SIZE
006690                 "PROCURE SUA AGENCIA." DELIMITED BY SIZE
006700                 INTO WS-TEXTO WITH POINTER WS-PONTEIRO
006710             END-STRING
006720     END-EVALUATE.
006730 2400-EXIT.
006740     EXIT.
006750*
006760 2450-FORMATAR-DATA.
006770     MOVE WS-AUX-DIA TO WS-FMT-DIA
006780     MOVE WS-AUX-MES TO WS-FMT-MES
006790     MOVE WS-AUX-ANO TO WS-FMT-ANO.
006800 2450-EXIT.
006810     EXIT.
006820*
006830*----------------------------------------------------------------
006840*    2600-GRAVAR-MENSAGEM
006850*    GRAVA O DETALHE NO ARQUIVO DO GATEWAY (CANAL E DESTINO JA  *
006860*    PREENCHIDOS NA CRITICA DO CONTATO) E CONTA A MENSAGEM POR  *
006870*    CANAL E POR TIPO DE EVENTO.                                *
006880*----------------------------------------------------------------
006890 2600-GRAVAR-MENSAGEM.
006900     MOVE "1" TO AVS-TIPO-REGISTRO
006910     MOVE SRT-CPF TO AVS-CPF
006920     MOVE SRT-TIPO TO AVS-TIPO-EVENTO
006930     MOVE SRT-NUMERO-CONTA TO AVS-NUMERO-CONTA
006940     MOVE WS-TEXTO TO AVS-TEXTO
006950     WRITE AVS-REGISTRO
006960     IF NOT ST-AVISOS-OK
006970         DISPLAY "AVISOS01: ERRO AO GRAVAR AVISOS, STATUS "
006980                 WS-STATUS-AVISOS
006990         GO TO 9999-ABENDAR
007000     END-IF
007010     ADD 1 TO WS-QTD-MENSAGENS
007020     IF AVS-CANAL-EMAIL
007030         ADD 1 TO WS-QTD-EMAIL
007040     ELSE
007050         ADD 1 TO WS-QTD-SMS
007060     END-IF
007070     EVALUATE TRUE
007080         WHEN SRT-DEBAUTO-PENDENTE
007090             ADD 1 TO WS-MSG-DEBAUTO
007100         WHEN SRT-TRANSF-PENDENTE
007110             ADD 1 TO WS-MSG-TRANSF
007120         WHEN SRT-CONVENIO-RECUSADO
007130             ADD 1 TO WS-MSG-CONVENIO
007140         WHEN SRT-CHEQUE-LIBERADO
007150             ADD 1 TO WS-MSG-CHEQUE
007160         WHEN SRT-LIMITE-ESPECIAL
007170             ADD 1 TO WS-MSG-LIMITE
007180         WHEN SRT-DORMENCIA-PROXIMA
007190             ADD 1 TO WS-MSG-DORMENCIA
007200         WHEN SRT-CONTA-BLOQUEADA
007210             ADD 1 TO WS-MSG-BLOQUEIO
007220     END-EVALUATE.
007230 2600-EXIT.
007240     EXIT.
007250*
007260*----------------------------------------------------------------
007270*    2700-REGISTRAR-EXCECAO
007280*    IMPRIME NA LISTA DE EXCECOES O EVENTO SEM CONTATO, COM O   *
007290*    MOTIVO, E O CONTA POR TIPO DE EVENTO.                      *
007300*----------------------------------------------------------------
007310 2700-REGISTRAR-EXCECAO.
007320     ADD 1 TO WS-QTD-EXCECOES
007330     DISPLAY "    CPF " SRT-CPF "  CONTA " SRT-NUMERO-CONTA
007340             "  TIPO " SRT-TIPO "  REF " SRT-DATA-REFERENCIA
007350             "  - " WS-MOTIVO-EXCECAO
007360     EVALUATE TRUE
007370         WHEN SRT-DEBAUTO-PENDENTE
007380             ADD 1 TO WS-EXC-DEBAUTO
007390         WHEN SRT-TRANSF-PENDENTE
007400             ADD 1 TO WS-EXC-TRANSF
007410         WHEN SRT-CONVENIO-RECUSADO
007420             ADD 1 TO WS-EXC-CONVENIO
007430         WHEN SRT-CHEQUE-LIBERADO
007440             ADD 1 TO WS-EXC-CHEQUE
007450         WHEN SRT-LIMITE-ESPECIAL
007460             ADD 1 TO WS-EXC-LIMITE
007470         WHEN SRT-DORMENCIA-PROXIMA
007480             ADD 1 TO WS-EXC-DORMENCIA
007490         WHEN SRT-CONTA-BLOQUEADA
007500             ADD 1 TO WS-EXC-BLOQUEIO
007510     END-EVALUATE.
007520 2700-EXIT.
007530     EXIT.
007540*
007550*----------------------------------------------------------------
007560*    3000-FINALIZAR
007570*    GRAVA O TRAILER, FECHA OS ARQUIVOS, ESVAZIA O ARQUIVO      *
007580*    EVENTOS (JA TRANSFORMADO EM MENSAGENS OU EXCECOES), EXIBE O*
007590*    RELATORIO DE CONTROLE E REGISTRA O FIM DO PASSO.           *
007600*----------------------------------------------------------------
007610 3000-FINALIZAR.
007620     MOVE SPACES TO AVS-TRAILER
007630     MOVE "9" TO AVS-TRL-TIPO
007640     MOVE WS-QTD-MENSAGENS TO AVS-TRL-QTD-MENSAGENS
007650     MOVE WS-QTD-EMAIL TO AVS-TRL-QTD-EMAIL
007660     MOVE WS-QTD-SMS TO AVS-TRL-QTD-SMS
007670     WRITE AVS-TRAILER
007680     IF NOT ST-AVISOS-OK
007690         DISPLAY "AVISOS01: ERRO AO GRAVAR TRAILER, STATUS "
007700                 WS-STATUS-AVISOS
007710         GO TO 9999-ABENDAR
007720     END-IF
007730     CLOSE AVISOS-ARQ
007740     CLOSE CONTAS-MASTER
007750     IF SW-CLIENTES-DISPONIVEL
007760         CLOSE CLIENTES-ARQ
007770     END-IF
007780     OPEN OUTPUT EVENTOS-ARQ
007790     IF ST-EVENTOS-OK
007800         CLOSE EVENTOS-ARQ
007810     ELSE
007820         DISPLAY "AVISOS01: AVISO - EVENTOS NAO ESVAZIADO, "
007830                 "STATUS " WS-STATUS-EVENTOS
007840     END-IF
007850     DISPLAY " "
007860     DISPLAY "-------------------------------------------------"
007870     DISPLAY "AVISOS01 - RELATORIO DE CONTROLE"
007880     DISPLAY "EVENTOS LIDOS DO ARQUIVO......: " WS-QTD-EVENTOS
007890     DISPLAY "LANCAMENTOS LIDOS DO JORNAL...: "
007900             WS-QTD-LIDOS-JORNAL
007910     DISPLAY "AVISOS DERIVADOS DO JORNAL....: " WS-QTD-DERIVADOS
007920     DISPLAY "EVENTOS REPETIDOS IGNORADOS...: " WS-QTD-DUPLICADOS
007930     DISPLAY "CLIENTES AVISADOS.............: " WS-QTD-CLIENTES
007940     DISPLAY " "
007950     DISPLAY "TIPO DE EVENTO                   MENSAGENS   "
007960             "EXCECOES"
007970     MOVE "DEBITO AUTOMATICO PENDENTE (D)" TO WS-LIN-DESCRICAO
007980     MOVE WS-MSG-DEBAUTO TO WS-LIN-MENSAGENS
007990     MOVE WS-EXC-DEBAUTO TO WS-LIN-EXCECOES
008000     DISPLAY WS-LINHA-TIPO
008010     MOVE "TRANSF PROGRAMADA PENDENTE (T)" TO WS-LIN-DESCRICAO
008020     MOVE WS-MSG-TRANSF TO WS-LIN-MENSAGENS
008030     MOVE WS-EXC-TRANSF TO WS-LIN-EXCECOES
008040     DISPLAY WS-LINHA-TIPO
008050     MOVE "COBRANCA CONVENIO RECUSADA (V)" TO WS-LIN-DESCRICAO
008060     MOVE WS-MSG-CONVENIO TO WS-LIN-MENSAGENS
008070     MOVE WS-EXC-CONVENIO TO WS-LIN-EXCECOES
008080     DISPLAY WS-LINHA-TIPO
008090     MOVE "CHEQUE LIBERADO (H)" TO WS-LIN-DESCRICAO
008100     MOVE WS-MSG-CHEQUE TO WS-LIN-MENSAGENS
008110     MOVE WS-EXC-CHEQUE TO WS-LIN-EXCECOES
008120     DISPLAY WS-LINHA-TIPO
008130     MOVE "ENTRADA NO LIMITE ESPECIAL (L)" TO WS-LIN-DESCRICAO
008140     MOVE WS-MSG-LIMITE TO WS-LIN-MENSAGENS
008150     MOVE WS-EXC-LIMITE TO WS-LIN-EXCECOES
008160     DISPLAY WS-LINHA-TIPO
008170     MOVE "DORMENCIA PROXIMA (I)" TO WS-LIN-DESCRICAO
008180     MOVE WS-MSG-DORMENCIA TO WS-LIN-MENSAGENS
008190     MOVE WS-EXC-DORMENCIA TO WS-LIN-EXCECOES
008200     DISPLAY WS-LINHA-TIPO
008210     MOVE "CONTA BLOQUEADA POR SENHA (B)" TO WS-LIN-DESCRICAO
008220     MOVE WS-MSG-BLOQUEIO TO WS-LIN-MENSAGENS
008230     MOVE WS-EXC-BLOQUEIO TO WS-LIN-EXCECOES
008240     DISPLAY WS-LINHA-TIPO
008250     MOVE "TOTAL" TO WS-LIN-DESCRICAO
008260     MOVE WS-QTD-MENSAGENS TO WS-LIN-MENSAGENS
008270     MOVE WS-QTD-EXCECOES TO WS-LIN-EXCECOES
008280     DISPLAY WS-LINHA-TIPO
008290     DISPLAY " "
008300     DISPLAY "MENSAGENS POR E-MAIL..........: " WS-QTD-EMAIL
008310     DISPLAY "MENSAGENS POR SMS.............: " WS-QTD-SMS
008320     DISPLAY "-------------------------------------------------"
008330     MOVE RETURN-CODE TO CTP-RETURN-CODE
008340     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
008350 3000-EXIT.
008360     EXIT.
008370*
008380*----------------------------------------------------------------
008390*    8000-INICIAR-PASSO
008400*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
008410*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
008420*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
008430*----------------------------------------------------------------
008440 8000-INICIAR-PASSO.
008450     MOVE "I" TO CTP-FUNCAO
008460     MOVE "AVISOS01" TO CTP-PROGRAMA
008470     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
008480     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
008490                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
008500     CALL "CTLPAS01" USING CTP-PARAMETROS
008510     IF CTP-AUTORIZADO
008520         MOVE "S" TO WS-PASSO-INICIADO
008530         GO TO 8000-EXIT
008540     END-IF
008550     DISPLAY "AVISOS01: " CTP-MENSAGEM
008560     IF CTP-JA-CONCLUIDO
008570         MOVE 4 TO RETURN-CODE
008580         STOP RUN
008590     END-IF
008600     IF CTP-RECUSADO
008610         MOVE 8 TO RETURN-CODE
008620         STOP RUN
008630     END-IF
008640     GO TO 9999-ABENDAR.
008650 8000-EXIT.
008660     EXIT.
008670*
008680*----------------------------------------------------------------
008690*    8100-CONCLUIR-PASSO
008700*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
008710*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
008720*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
008730*    PROCESSAMENTO JA TERMINOU.
008740*----------------------------------------------------------------
008750 8100-CONCLUIR-PASSO.
008760     MOVE "N" TO WS-PASSO-INICIADO
008770     MOVE "C" TO CTP-FUNCAO
008780     MOVE WS-QTD-SELECIONADOS TO CTP-QTD-LIDOS
008790     MOVE WS-QTD-MENSAGENS TO CTP-QTD-EFETIVADOS
008800     MOVE ZERO TO CTP-VALOR-TOTAL
008810     CALL "CTLPAS01" USING CTP-PARAMETROS
008820     MOVE CTP-RETURN-CODE TO RETURN-CODE
008830     IF NOT CTP-AUTORIZADO
008840         DISPLAY "AVISOS01: AVISO - " CTP-MENSAGEM
008850     END-IF.
008860 8100-EXIT.
008870     EXIT.
008880*
008890 9999-ABENDAR.
008900     IF SW-PASSO-INICIADO
008910         MOVE 16 TO CTP-RETURN-CODE
008920         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
008930     END-IF
008940     DISPLAY "AVISOS01: ENCERRADO COM ERRO - VERIFIQUE OS "
008950             "STATUS ACIMA".
008960     MOVE 16 TO RETURN-CODE
008970     STOP RUN.
