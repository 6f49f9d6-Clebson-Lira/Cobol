000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTAB01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    JOB DE INTERFACE CONTABIL DIARIA (RAZAO GERAL). LE OS      *
000090*    LANCAMENTOS DA DATA-MOVIMENTO NO JORNAL, TOTALIZA-OS POR   *
000100*    TIPO E NATUREZA E, PELO ARQUIVO DE MAPEAMENTO CONTABIL     *
000110*    (CTBMAP), GERA PARA CADA TOTAL UMA PARTIDA DOBRADA (CONTA  *
000120*    A DEBITAR E CONTA A CREDITAR) NO ARQUIVO DE INTERFACE DO   *
000130*    RAZAO, ATUALIZANDO OS SALDOS DO RAZAO (ARQUIVO RAZAO).     *
000140*    EMITE O BALANCETE DO DIA, COM A PROVA DE QUE A CONTA DE    *
000150*    DEPOSITOS DE CLIENTES DO RAZAO E IGUAL A SOMA DE CTA-SALDO *
000160*    DO MESTRE. OS SALDOS NEGATIVOS (LIMITE ESPECIAL EM USO)    *
000170*    SAO APRESENTADOS A PARTE, COMO CREDITO CONCEDIDO, E NAO    *
000180*    ABATIDOS DOS DEPOSITOS.                                    *
000190*    A INTERFACE E O RAZAO SO SAO GRAVADOS DEPOIS DA PROVA: SE  *
000200*    OS DEBITOS NAO FECHAREM COM OS CREDITOS (OU COM O TOTAL    *
000210*    LIDO DO JORNAL), SE FALTAR MAPEAMENTO PARA ALGUM TIPO OU   *
000220*    SE O RAZAO NAO BATER COM O MESTRE, O JOB ENCERRA COM ERRO  *
000230*    (RC 16) SEM GERAR O ARQUIVO. DATA-MOVIMENTO JA             *
000240*    CONTABILIZADA NAO E REPROCESSADA (RC 4).                   *
000250*    NA PRIMEIRA EXECUCAO (CONTA DE DEPOSITOS AINDA AUSENTE DO  *
000260*    RAZAO) O SALDO DE ABERTURA DA CONTA E IMPLANTADO A PARTIR  *
000270*    DO MESTRE, COM AVISO NO BALANCETE.                         *
000280*****************************************************************
000290*    LAYOUT DA INTERFACE (REGISTROS DE 100 BYTES, TIPO NA       *
000300*    COLUNA 1):                                                 *
000310*      "0" HEADER : BANCO 9(03), NOME X(20), DATA 9(08),        *
000320*                   SISTEMA X(20)                               *
000330*      "1" DETALHE: DATA 9(08), CONTA CONTABIL 9(08), DEBITO/   *
000340*                   CREDITO X(01), VALOR 9(11)V99, TIPO DO      *
000350*                   LANCAMENTO X(01), NATUREZA X(01), QTD DE    *
000360*                   LANCAMENTOS 9(07), HISTORICO X(30)          *
000370*      "9" TRAILER: QTD DE DETALHES 9(07), TOTAL DE DEBITOS     *
000380*                   9(11)V99, TOTAL DE CREDITOS 9(11)V99        *
000390*    CADA PARTIDA GERA DOIS DETALHES CONSECUTIVOS (DEBITO E     *
000400*    CREDITO DO MESMO VALOR).                                   *
000410*****************************************************************
000420*    HISTORICO DE MANUTENCAO                                   *
000430*    DATA       AUTOR   DESCRICAO                               *
000440*    ---------- ------- -----------------------------------------
000450*    2026-10-15 CL      CRIACAO DO JOB - INTERFACE CONTABIL    *
000460*                       DIARIA COM BALANCETE CONFERIDO CONTRA  *
000470*                       O MESTRE DE CONTAS                     *
000480*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
000490*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
000500*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
000510*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
000520*    2026-10-15 CL      INCLUIDOS OS TIPOS "P" (LIBERACAO DE   *
000530*                       EMPRESTIMO, CREDITO) E "Q" (PAGAMENTO  *
000540*                       DE EMPRESTIMO, DEBITO). EXIGEM OS      *
000550*                       CARTOES P/C E Q/D NO CTBMAP.           *
000551*    2026-10-15 CL      A CONTA DE DEPOSITOS DE CLIENTES, QUE  *
000552*                       MARCA O DIA COMO CONTABILIZADO, PASSA  *
000553*                       A SER A ULTIMA ATUALIZACAO DO RAZAO;   *
000554*                       GRAVACAO DO HEADER E DO TRAILER DA     *
000555*                       INTERFACE PASSA A SER CONFERIDA        *
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT JORNAL-MOVTO ASSIGN TO "JORNAL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-STATUS-JORNAL.
000630     SELECT CONTAS-MASTER ASSIGN TO "CONTAS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CTA-NUMERO
000670         FILE STATUS IS WS-STATUS-CONTAS.
000680     SELECT MAPEAMENTO-ARQ ASSIGN TO "CTBMAP"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-STATUS-MAPEAMENTO.
000710     SELECT RAZAO-ARQ ASSIGN TO "RAZAO"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RZO-CONTA
000750         FILE STATUS IS WS-STATUS-RAZAO.
000760     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-STATUS-DATAMOV.
000790     SELECT PARTIDAS-ARQ ASSIGN TO "CTBWORK"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-STATUS-PARTIDAS.
000820     SELECT INTERFACE-ARQ ASSIGN TO "CTBINTF"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-STATUS-INTERFACE.
000850     SELECT ARQ-ORDENACAO ASSIGN TO "CTBSORT".
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  JORNAL-MOVTO
000890     LABEL RECORD IS STANDARD.
000900 COPY MOVREG.
000910 FD  CONTAS-MASTER
000920     LABEL RECORD IS STANDARD.
000930 COPY CTACAD.
000940 FD  MAPEAMENTO-ARQ
000950     LABEL RECORD IS STANDARD.
000960 COPY CTBREG.
000970 FD  RAZAO-ARQ
000980     LABEL RECORD IS STANDARD.
000990 COPY RZOREG.
001000 FD  DATAMOV-ARQ
001010     LABEL RECORD IS STANDARD.
001020 COPY DATREG.
001030*****************************************************************
001040*    PARTIDAS APURADAS, GUARDADAS ATE A PROVA DO DIA: SO DEPOIS *
001050*    DELA VAO PARA A INTERFACE E PARA O RAZAO.                  *
001060*****************************************************************
001070 FD  PARTIDAS-ARQ
001080     LABEL RECORD IS STANDARD.
001090 01  PTD-REGISTRO.
001100     05  PTD-CONTA               PIC 9(08).
001110     05  PTD-DEBITO-CREDITO      PIC X(01).
001120         88  PTD-DEBITO                  VALUE "D".
001130         88  PTD-CREDITO                 VALUE "C".
001140     05  PTD-VALOR               PIC 9(11)V99.
001150     05  PTD-TIPO-MOVTO          PIC X(01).
001160     05  PTD-NATUREZA            PIC X(01).
001170     05  PTD-QTD-LANCAMENTOS     PIC 9(07).
001180     05  PTD-HISTORICO           PIC X(30).
001190 FD  INTERFACE-ARQ
001200     LABEL RECORD IS STANDARD.
001210 01  INT-HEADER.
001220     05  INT-HDR-TIPO            PIC X(01).
001230     05  INT-HDR-BANCO           PIC 9(03).
001240     05  INT-HDR-NOME-BANCO      PIC X(20).
001250     05  INT-HDR-DATA-ARQUIVO    PIC 9(08).
001260     05  INT-HDR-SISTEMA         PIC X(20).
001270     05  FILLER                  PIC X(48).
001280 01  INT-DETALHE.
001290     05  INT-DET-TIPO            PIC X(01).
001300     05  INT-DET-DATA            PIC 9(08).
001310     05  INT-DET-CONTA           PIC 9(08).
001320     05  INT-DET-DEBITO-CREDITO  PIC X(01).
001330     05  INT-DET-VALOR           PIC 9(11)V99.
001340     05  INT-DET-TIPO-MOVTO      PIC X(01).
001350     05  INT-DET-NATUREZA        PIC X(01).
001360     05  INT-DET-QTD-LANCAMENTOS PIC 9(07).
001370     05  INT-DET-HISTORICO       PIC X(30).
001380     05  FILLER                  PIC X(30).
001390 01  INT-TRAILER.
001400     05  INT-TRL-TIPO            PIC X(01).
001410     05  INT-TRL-QTD-DETALHES    PIC 9(07).
001420     05  INT-TRL-TOTAL-DEBITOS   PIC 9(11)V99.
001430     05  INT-TRL-TOTAL-CREDITOS  PIC 9(11)V99.
001440     05  FILLER                  PIC X(66).
001450 SD  ARQ-ORDENACAO.
001460 01  SRT-REGISTRO.
001470     05  SRT-CHAVE.
001480         10  SRT-TIPO            PIC X(01).
001490         10  SRT-NATUREZA        PIC X(01).
001500     05  SRT-VALOR               PIC 9(05)V99.
001510 WORKING-STORAGE SECTION.
001520 01  WS-STATUS-JORNAL            PIC X(02) VALUE "00".
001530     88  ST-JORNAL-OK                     VALUE "00".
001540     88  ST-JORNAL-INEXISTENTE            VALUE "35".
001550 01  WS-STATUS-CONTAS            PIC X(02) VALUE "00".
001560     88  ST-CONTAS-OK                     VALUE "00".
001570     88  ST-CONTAS-FIM                    VALUE "10".
001580 01  WS-STATUS-MAPEAMENTO        PIC X(02) VALUE "00".
001590     88  ST-MAPEAMENTO-OK                 VALUE "00".
001600     88  ST-MAPEAMENTO-INEXISTENTE        VALUE "35".
001610 01  WS-STATUS-RAZAO             PIC X(02) VALUE "00".
001620     88  ST-RAZAO-OK                      VALUE "00".
001630     88  ST-RAZAO-NAO-ENCONTRADA          VALUE "23".
001640     88  ST-RAZAO-INEXISTENTE             VALUE "35".
001650 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
001660     88  ST-DATAMOV-OK                    VALUE "00".
001670     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
001680 01  WS-STATUS-PARTIDAS          PIC X(02) VALUE "00".
001690     88  ST-PARTIDAS-OK                   VALUE "00".
001700 01  WS-STATUS-INTERFACE         PIC X(02) VALUE "00".
001710     88  ST-INTERFACE-OK                  VALUE "00".
001720 01  WS-CODIGO-BANCO             PIC 9(03) VALUE 611.
001730 01  WS-FLAGS.
001740     05  WS-FIM-JORNAL           PIC X(01) VALUE "N".
001750         88  SW-FIM-JORNAL              VALUE "S".
001760     05  WS-FIM-CONTAS           PIC X(01) VALUE "N".
001770         88  SW-FIM-CONTAS              VALUE "S".
001780     05  WS-FIM-MAPEAMENTO       PIC X(01) VALUE "N".
001790         88  SW-FIM-MAPEAMENTO          VALUE "S".
001800     05  WS-FIM-CLASSIFICADO     PIC X(01) VALUE "N".
001810         88  SW-FIM-CLASSIFICADO        VALUE "S".
001820     05  WS-FIM-PARTIDAS         PIC X(01) VALUE "N".
001830         88  SW-FIM-PARTIDAS            VALUE "S".
001840     05  WS-FIM-RAZAO            PIC X(01) VALUE "N".
001850         88  SW-FIM-RAZAO               VALUE "S".
001860     05  WS-GRUPO-ABERTO         PIC X(01) VALUE "N".
001870         88  SW-GRUPO-ABERTO            VALUE "S".
001880     05  WS-RAZAO-IMPLANTADO     PIC X(01) VALUE "N".
001890         88  SW-RAZAO-IMPLANTADO        VALUE "S".
001900     05  WS-MAPEAMENTO-VALIDO    PIC X(01) VALUE "S".
001910         88  SW-MAPEAMENTO-VALIDO       VALUE "S".
001920 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
001930 01  WS-CONTA-CLIENTES           PIC 9(08) VALUE ZERO.
001940 01  WS-CONTA-LADO-CLIENTE       PIC 9(08) VALUE ZERO.
001950 01  WS-CHAVE-MAPA-ANTERIOR      PIC X(02) VALUE LOW-VALUES.
001960 01  WS-CHAVE-GRUPO              PIC X(02) VALUE SPACES.
001970 01  WS-ACUMULADORES-GRUPO.
001980     05  WS-QTD-GRUPO            PIC 9(07) VALUE ZERO.
001990     05  WS-VALOR-GRUPO          PIC 9(11)V99 VALUE ZERO.
002000 01  WS-ACUMULADORES-MESTRE.
002010     05  WS-QTD-CONTAS-CREDORAS  PIC 9(07) COMP VALUE ZERO.
002020     05  WS-QTD-CONTAS-DEVEDORAS PIC 9(07) COMP VALUE ZERO.
002030     05  WS-TOTAL-SALDOS-CREDORES
002040                                 PIC 9(11)V99 VALUE ZERO.
002050     05  WS-TOTAL-SALDOS-DEVEDORES
002060                                 PIC 9(11)V99 VALUE ZERO.
002070     05  WS-TOTAL-MESTRE         PIC S9(11)V99 VALUE ZERO.
002080 01  WS-PROVA-CLIENTES.
002090     05  WS-SALDO-ABERTURA-CLIENTES
002100                                 PIC S9(11)V99 VALUE ZERO.
002110     05  WS-MOVTO-LIQUIDO-CLIENTES
002120                                 PIC S9(11)V99 VALUE ZERO.
002130     05  WS-SALDO-RAZAO-CLIENTES PIC S9(11)V99 VALUE ZERO.
002140     05  WS-DIFERENCA-CLIENTES   PIC S9(11)V99 VALUE ZERO.
002142     05  WS-DEBITOS-CLIENTES     PIC 9(11)V99 VALUE ZERO.
002144     05  WS-CREDITOS-CLIENTES    PIC 9(11)V99 VALUE ZERO.
002150 01  WS-TOTAIS-DIA.
002160     05  WS-TOTAL-LANCAMENTOS    PIC 9(11)V99 VALUE ZERO.
002170     05  WS-TOTAL-DEBITOS        PIC 9(11)V99 VALUE ZERO.
002180     05  WS-TOTAL-CREDITOS       PIC 9(11)V99 VALUE ZERO.
002190 01  WS-CONTADORES.
002200     05  WS-QTD-LIDOS            PIC 9(07) COMP VALUE ZERO.
002210     05  WS-QTD-OUTRA-DATA       PIC 9(07) COMP VALUE ZERO.
002220     05  WS-QTD-SEM-EFEITO       PIC 9(07) COMP VALUE ZERO.
002230     05  WS-QTD-SELECIONADOS     PIC 9(07) COMP VALUE ZERO.
002240     05  WS-QTD-MAPEAMENTOS      PIC 9(05) COMP VALUE ZERO.
002250     05  WS-QTD-PARTIDAS         PIC 9(05) COMP VALUE ZERO.
002260     05  WS-QTD-DETALHES         PIC 9(07) COMP VALUE ZERO.
002270     05  WS-QTD-CONTAS-RAZAO     PIC 9(05) COMP VALUE ZERO.
002280 01  WS-SALDO-EXIBIDO            PIC S9(11)V99 VALUE ZERO.
002290 01  WS-INDICADOR-SALDO          PIC X(01) VALUE SPACE.
002300 01  WS-VALOR-FORMATADO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002310 01  WS-ANTERIOR-FORMATADO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002320 01  WS-INDICADOR-ANTERIOR       PIC X(01) VALUE SPACE.
002330 01  WS-DEBITOS-FORMATADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002340 01  WS-CREDITOS-FORMATADO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002350 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
002360     88  SW-PASSO-INICIADO              VALUE "S".
002370 COPY CTLPAS.
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002410     SORT ARQ-ORDENACAO
002420         ON ASCENDING KEY SRT-TIPO SRT-NATUREZA
002430         INPUT PROCEDURE IS 1600-SELECIONAR THRU 1600-EXIT
002440         OUTPUT PROCEDURE IS 2000-APURAR THRU 2000-EXIT
002450     PERFORM 2500-CONFERIR THRU 2500-EXIT
002460     PERFORM 2600-GERAR-INTERFACE THRU 2600-EXIT
002470     PERFORM 2800-EMITIR-BALANCETE THRU 2800-EXIT
002480     PERFORM 3000-FINALIZAR THRU 3000-EXIT
002490     STOP RUN.
002500*
002510*----------------------------------------------------------------
002520*    1000-INICIALIZAR
002530*    OBTEM A DATA-MOVIMENTO, VALIDA O MAPEAMENTO, APURA A       *
002540*    POSICAO DO MESTRE E ABRE O RAZAO, RECUSANDO A DATA JA      *
002550*    CONTABILIZADA.                                             *
002560*----------------------------------------------------------------
002570 1000-INICIALIZAR.
002580     PERFORM 1500-LER-DATA-MOVIMENTO THRU 1500-EXIT
002590     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
002600     PERFORM 1100-VALIDAR-MAPEAMENTO THRU 1100-EXIT
002610     PERFORM 1200-APURAR-MESTRE THRU 1200-EXIT
002620     PERFORM 1400-ABRIR-RAZAO THRU 1400-EXIT
002630     OPEN OUTPUT PARTIDAS-ARQ
002640     IF NOT ST-PARTIDAS-OK
002650         DISPLAY "CONTAB01: ERRO AO ABRIR CTBWORK, STATUS "
002660                 WS-STATUS-PARTIDAS
002670         GO TO 9999-ABENDAR
002680     END-IF
002690     DISPLAY "-------------------------------------------------"
002700     DISPLAY "CONTAB01 - INTERFACE CONTABIL DIARIA - "
002710             WS-DATA-PROCESSAMENTO
002720     DISPLAY "-------------------------------------------------".
002730 1000-EXIT.
002740     EXIT.
002750*
002760*----------------------------------------------------------------
002770*    1100-VALIDAR-MAPEAMENTO
002780*    LE O MAPEAMENTO INTEIRO E CONFERE: ORDEM CRESCENTE SEM     *
002790*    REPETICAO (EXIGIDA PELO CASAMENTO COM OS TOTAIS            *
002800*    CLASSIFICADOS), NATUREZA C OU D, CONTAS PREENCHIDAS E      *
002810*    DIFERENTES, E O LADO DO CLIENTE SEMPRE NA MESMA CONTA, QUE *
002820*    PASSA A SER A CONTA DE DEPOSITOS DE CLIENTES DA PROVA.     *
002830*----------------------------------------------------------------
002840 1100-VALIDAR-MAPEAMENTO.
002850     OPEN INPUT MAPEAMENTO-ARQ
002860     IF ST-MAPEAMENTO-INEXISTENTE
002870         DISPLAY "CONTAB01: ARQUIVO DE MAPEAMENTO CTBMAP "
002880                 "INEXISTENTE"
002890         GO TO 9999-ABENDAR
002900     END-IF
002910     IF NOT ST-MAPEAMENTO-OK
002920         DISPLAY "CONTAB01: ERRO AO ABRIR CTBMAP, STATUS "
002930                 WS-STATUS-MAPEAMENTO
002940         GO TO 9999-ABENDAR
002950     END-IF
002960     PERFORM UNTIL SW-FIM-MAPEAMENTO
002970         READ MAPEAMENTO-ARQ
002980             AT END
002990                 MOVE "S" TO WS-FIM-MAPEAMENTO
003000             NOT AT END
003010                 PERFORM 1150-CRITICAR-MAPEAMENTO THRU 1150-EXIT
003020         END-READ
003030     END-PERFORM
003040     CLOSE MAPEAMENTO-ARQ
003050     MOVE "N" TO WS-FIM-MAPEAMENTO
003060     IF WS-QTD-MAPEAMENTOS = ZERO
003070         DISPLAY "CONTAB01: ARQUIVO DE MAPEAMENTO CTBMAP VAZIO"
003080         GO TO 9999-ABENDAR
003090     END-IF
003100     IF NOT SW-MAPEAMENTO-VALIDO
003110         DISPLAY "CONTAB01: MAPEAMENTO CONTABIL INCONSISTENTE, "
003120                 "CORRIJA O CTBMAP"
003130         GO TO 9999-ABENDAR
003140     END-IF.
003150 1100-EXIT.
003160     EXIT.
003170*
003180 1150-CRITICAR-MAPEAMENTO.
003190     ADD 1 TO WS-QTD-MAPEAMENTOS
003200     IF CTB-CHAVE NOT > WS-CHAVE-MAPA-ANTERIOR
003210         DISPLAY "CONTAB01: CTBMAP FORA DE ORDEM OU REPETIDO: "
003220                 CTB-TIPO-MOVTO CTB-NATUREZA
003230         MOVE "N" TO WS-MAPEAMENTO-VALIDO
003240     END-IF
003250     MOVE CTB-CHAVE TO WS-CHAVE-MAPA-ANTERIOR
003260     IF NOT CTB-NATUREZA-CREDITO AND NOT CTB-NATUREZA-DEBITO
003270         DISPLAY "CONTAB01: CTBMAP COM NATUREZA INVALIDA: "
003280                 CTB-TIPO-MOVTO CTB-NATUREZA
003290         MOVE "N" TO WS-MAPEAMENTO-VALIDO
003300         GO TO 1150-EXIT
003310     END-IF
003320     IF CTB-CONTA-DEBITO NOT NUMERIC
003330         OR CTB-CONTA-CREDITO NOT NUMERIC
003340         OR CTB-CONTA-DEBITO = ZERO
003350         OR CTB-CONTA-CREDITO = ZERO
003360         OR CTB-CONTA-DEBITO = CTB-CONTA-CREDITO
003370         DISPLAY "CONTAB01: CTBMAP COM CONTAS INVALIDAS: "
003380                 CTB-TIPO-MOVTO CTB-NATUREZA
003390         MOVE "N" TO WS-MAPEAMENTO-VALIDO
003400         GO TO 1150-EXIT
003410     END-IF
003420     IF CTB-NATUREZA-CREDITO
003430         MOVE CTB-CONTA-CREDITO TO WS-CONTA-LADO-CLIENTE
003440     ELSE
003450         MOVE CTB-CONTA-DEBITO TO WS-CONTA-LADO-CLIENTE
003460     END-IF
003470     IF WS-CONTA-CLIENTES = ZERO
003480         MOVE WS-CONTA-LADO-CLIENTE TO WS-CONTA-CLIENTES
003490     END-IF
003500     IF WS-CONTA-LADO-CLIENTE NOT = WS-CONTA-CLIENTES
003510         DISPLAY "CONTAB01: CTBMAP " CTB-TIPO-MOVTO CTB-NATUREZA
003520                 " NAO MOVIMENTA A CONTA DE DEPOSITOS "
003530                 WS-CONTA-CLIENTES " NO LADO DO CLIENTE"
003540         MOVE "N" TO WS-MAPEAMENTO-VALIDO
003550     END-IF.
003560 1150-EXIT.
003570     EXIT.
003580*
003590*----------------------------------------------------------------
003600*    1200-APURAR-MESTRE
003610*    SOMA OS SALDOS DO MESTRE DE CONTAS, SEPARANDO OS SALDOS    *
003620*    CREDORES (DEPOSITOS) DOS DEVEDORES (LIMITE ESPECIAL EM     *
003630*    USO, CREDITO CONCEDIDO). CONTA ENCERRADA TEM SALDO ZERO E  *
003640*    NAO ALTERA A SOMA.                                         *
003650*----------------------------------------------------------------
003660 1200-APURAR-MESTRE.
003670     OPEN INPUT CONTAS-MASTER
003680     IF NOT ST-CONTAS-OK
003690         DISPLAY "CONTAB01: ERRO AO ABRIR CONTAS, STATUS "
003700                 WS-STATUS-CONTAS
003710         GO TO 9999-ABENDAR
003720     END-IF
003730     PERFORM UNTIL SW-FIM-CONTAS
003740         READ CONTAS-MASTER NEXT RECORD
003750             AT END
003760                 MOVE "S" TO WS-FIM-CONTAS
003770             NOT AT END
003780                 PERFORM 1250-SOMAR-CONTA THRU 1250-EXIT
003790         END-READ
003800     END-PERFORM
003810     CLOSE CONTAS-MASTER
003820     COMPUTE WS-TOTAL-MESTRE =
003830         WS-TOTAL-SALDOS-CREDORES - WS-TOTAL-SALDOS-DEVEDORES.
003840 1200-EXIT.
003850     EXIT.
003860*
003870 1250-SOMAR-CONTA.
003880     IF CTA-SALDO < ZERO
003890         ADD 1 TO WS-QTD-CONTAS-DEVEDORAS
003900         SUBTRACT CTA-SALDO FROM WS-TOTAL-SALDOS-DEVEDORES
003910     ELSE
003920         IF CTA-SALDO > ZERO
003930             ADD 1 TO WS-QTD-CONTAS-CREDORAS
003940             ADD CTA-SALDO TO WS-TOTAL-SALDOS-CREDORES
003950         END-IF
003960     END-IF.
003970 1250-EXIT.
003980     EXIT.
003990*
004000*----------------------------------------------------------------
004010*    1400-ABRIR-RAZAO
004020*    ABRE O RAZAO (CRIADO VAZIO NA PRIMEIRA EXECUCAO) E LE A    *
004030*    CONTA DE DEPOSITOS DE CLIENTES: SUA DATA DE ULTIMO         *
004040*    MOVIMENTO DIZ SE O DIA JA FOI CONTABILIZADO E SEU SALDO E  *
004050*    A ABERTURA DA PROVA. CONTA AUSENTE = IMPLANTACAO.          *
004060*----------------------------------------------------------------
004070 1400-ABRIR-RAZAO.
004080     OPEN I-O RAZAO-ARQ
004090     IF ST-RAZAO-INEXISTENTE
004100         OPEN OUTPUT RAZAO-ARQ
004110         CLOSE RAZAO-ARQ
004120         OPEN I-O RAZAO-ARQ
004130     END-IF
004140     IF NOT ST-RAZAO-OK
004150         DISPLAY "CONTAB01: ERRO AO ABRIR RAZAO, STATUS "
004160                 WS-STATUS-RAZAO
004170         GO TO 9999-ABENDAR
004180     END-IF
004190     MOVE WS-CONTA-CLIENTES TO RZO-CONTA
004200     READ RAZAO-ARQ
004210     IF ST-RAZAO-NAO-ENCONTRADA
004220         GO TO 1400-EXIT
004230     END-IF
004240     IF NOT ST-RAZAO-OK
004250         DISPLAY "CONTAB01: ERRO AO LER RAZAO, STATUS "
004260                 WS-STATUS-RAZAO
004270         GO TO 9999-ABENDAR
004280     END-IF
004290     IF RZO-DATA-ULTIMO-MOVTO = WS-DATA-PROCESSAMENTO
004300         DISPLAY "CONTAB01: DATA-MOVIMENTO " WS-DATA-PROCESSAMENTO
004310                 " JA CONTABILIZADA - NADA A FAZER"
004320         CLOSE RAZAO-ARQ
004330         MOVE 4 TO RETURN-CODE
004340         MOVE 4 TO CTP-RETURN-CODE
004350         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
004360         STOP RUN
004370     END-IF
004380     IF RZO-DATA-ULTIMO-MOVTO > WS-DATA-PROCESSAMENTO
004390         DISPLAY "CONTAB01: RAZAO JA CONTABILIZADO ATE "
004400                 RZO-DATA-ULTIMO-MOVTO ", POSTERIOR A DATA-"
004410                 "MOVIMENTO " WS-DATA-PROCESSAMENTO
004420         GO TO 9999-ABENDAR
004430     END-IF
004440     MOVE "S" TO WS-RAZAO-IMPLANTADO
004450     COMPUTE WS-SALDO-ABERTURA-CLIENTES = ZERO - RZO-SALDO.
004460 1400-EXIT.
004470     EXIT.
004480*
004490*----------------------------------------------------------------
004500*    1500-LER-DATA-MOVIMENTO
004510*    LE A DATA-MOVIMENTO OFICIAL DO ARQUIVO DE CONTROLE
004520*    (DATAMOV). SEM O ARQUIVO O JOB NAO EXECUTA, PARA NAO
004530*    CONTABILIZAR O DIA DE NEGOCIO ERRADO.
004540*----------------------------------------------------------------
004550 1500-LER-DATA-MOVIMENTO.
004560     OPEN INPUT DATAMOV-ARQ
004570     IF ST-DATAMOV-INEXISTENTE
004580         DISPLAY "CONTAB01: ARQUIVO DATAMOV INEXISTENTE, "
004590                 "EXECUTE A IMPLANTACAO (VIRADA01)"
004600         GO TO 9999-ABENDAR
004610     END-IF
004620     IF NOT ST-DATAMOV-OK
004630         DISPLAY "CONTAB01: ERRO AO ABRIR DATAMOV, STATUS "
004640                 WS-STATUS-DATAMOV
004650         GO TO 9999-ABENDAR
004660     END-IF
004670     READ DATAMOV-ARQ
004680         AT END
004690             DISPLAY "CONTAB01: ARQUIVO DATAMOV VAZIO"
004700             GO TO 9999-ABENDAR
004710     END-READ
004720     MOVE DAT-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
004730     CLOSE DATAMOV-ARQ.
004740 1500-EXIT.
004750     EXIT.
004760*
004770*----------------------------------------------------------------
004780*    1600-SELECIONAR
004790*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA OS        *
004800*    LANCAMENTOS DA DATA-MOVIMENTO COM A NATUREZA PARA O        *
004810*    CLIENTE. O TIPO "L" NAO ALTERA SALDO E FICA DE FORA.       *
004820*----------------------------------------------------------------
004830 1600-SELECIONAR.
004840     OPEN INPUT JORNAL-MOVTO
004850     IF ST-JORNAL-INEXISTENTE
004860         DISPLAY "CONTAB01: ARQUIVO JORNAL INEXISTENTE, NADA "
004870                 "A CONTABILIZAR"
004880         MOVE 16 TO RETURN-CODE
004890         MOVE 16 TO CTP-RETURN-CODE
004900         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
004910         STOP RUN
004920     END-IF
004930     IF NOT ST-JORNAL-OK
004940         DISPLAY "CONTAB01: ERRO AO ABRIR JORNAL, STATUS "
004950                 WS-STATUS-JORNAL
004960         MOVE 16 TO RETURN-CODE
004970         MOVE 16 TO CTP-RETURN-CODE
004980         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
004990         STOP RUN
005000     END-IF
005010     PERFORM UNTIL SW-FIM-JORNAL
005020         READ JORNAL-MOVTO
005030             AT END
005040                 MOVE "S" TO WS-FIM-JORNAL
005050             NOT AT END
005060                 PERFORM 1700-FILTRAR-LANCAMENTO THRU 1700-EXIT
005070         END-READ
005080     END-PERFORM
005090     CLOSE JORNAL-MOVTO.
005100 1600-EXIT.
005110     EXIT.
005120*
005130*----------------------------------------------------------------
005140*    1700-FILTRAR-LANCAMENTO
005150*    NATUREZA PARA O CLIENTE: CREDITO NOS TIPOS D, C, F, H E P, *
005160*    DEBITO NOS TIPOS S, T, A, V, M E Q; NO "J" CONFORME O SALDO*
005170*    RESULTANTE (JUROS COBRADOS SOBRE SALDO NEGATIVO SAO        *
005180*    DEBITO, COMO NO RECON01) E NO "E" A NATUREZA DO ESTORNO.   *
005190*    TIPO SEM NATUREZA CONHECIDA SEGUE EM BRANCO E PARA NO      *
005200*    MAPEAMENTO.                                                *
005210*----------------------------------------------------------------
005220 1700-FILTRAR-LANCAMENTO.
005230     ADD 1 TO WS-QTD-LIDOS
005240     IF MOV-DATA NOT = WS-DATA-PROCESSAMENTO
005250         ADD 1 TO WS-QTD-OUTRA-DATA
005260         GO TO 1700-EXIT
005270     END-IF
005280     IF MOV-TIPO-LIBERACAO
005290         ADD 1 TO WS-QTD-SEM-EFEITO
005300         GO TO 1700-EXIT
005310     END-IF
005320     MOVE SPACE TO SRT-NATUREZA
005330     IF MOV-TIPO-DEPOSITO OR MOV-TIPO-TRANSF-CREDITO
005340         OR MOV-TIPO-CRED-FOLHA OR MOV-TIPO-DEP-CHEQUE
005350         OR MOV-TIPO-CRED-EMPRESTIMO
005360         MOVE "C" TO SRT-NATUREZA
005370     END-IF
005380     IF MOV-TIPO-SAQUE OR MOV-TIPO-TRANSF-DEBITO
005390         OR MOV-TIPO-DEB-AUTO OR MOV-TIPO-DEB-CONVENIO
005400         OR MOV-TIPO-TARIFA OR MOV-TIPO-DEB-EMPRESTIMO
005410         MOVE "D" TO SRT-NATUREZA
005420     END-IF
005430     IF MOV-TIPO-JUROS
005440         IF MOV-SALDO-RESULTANTE < ZERO
005450             MOVE "D" TO SRT-NATUREZA
005460         ELSE
005470             MOVE "C" TO SRT-NATUREZA
005480         END-IF
005490     END-IF
005500     IF MOV-TIPO-ESTORNO
005510         MOVE MOV-NATUREZA-ESTORNO TO SRT-NATUREZA
005520     END-IF
005530     MOVE MOV-TIPO TO SRT-TIPO
005540     MOVE MOV-VALOR TO SRT-VALOR
005550     ADD MOV-VALOR TO WS-TOTAL-LANCAMENTOS
005560     ADD 1 TO WS-QTD-SELECIONADOS
005570     RELEASE SRT-REGISTRO.
005580 1700-EXIT.
005590     EXIT.
005600*
005610*----------------------------------------------------------------
005620*    2000-APURAR
005630*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: TOTALIZA POR TIPO  *
005640*    E NATUREZA E CASA CADA TOTAL COM O MAPEAMENTO (AMBOS EM    *
005650*    ORDEM DE CHAVE), GRAVANDO AS PARTIDAS APURADAS.            *
005660*----------------------------------------------------------------
005670 2000-APURAR.
005680     OPEN INPUT MAPEAMENTO-ARQ
005690     IF NOT ST-MAPEAMENTO-OK
005700         DISPLAY "CONTAB01: ERRO AO REABRIR CTBMAP, STATUS "
005710                 WS-STATUS-MAPEAMENTO
005720         MOVE 16 TO RETURN-CODE
005730         MOVE 16 TO CTP-RETURN-CODE
005740         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
005750         STOP RUN
005760     END-IF
005770     PERFORM 2250-LER-MAPEAMENTO THRU 2250-EXIT
005780     DISPLAY "PARTIDAS DO DIA (TIPO/NATUREZA, QTD, VALOR, "
005790             "DEBITO, CREDITO)"
005800     PERFORM UNTIL SW-FIM-CLASSIFICADO
005810         RETURN ARQ-ORDENACAO
005820             AT END
005830                 MOVE "S" TO WS-FIM-CLASSIFICADO
005840             NOT AT END
005850                 PERFORM 2100-TRATAR-REGISTRO THRU 2100-EXIT
005860         END-RETURN
005870     END-PERFORM
005880     IF SW-GRUPO-ABERTO
005890         PERFORM 2200-FECHAR-GRUPO THRU 2200-EXIT
005900     END-IF
005910     CLOSE MAPEAMENTO-ARQ
005920     CLOSE PARTIDAS-ARQ.
005930 2000-EXIT.
005940     EXIT.
005950*
005960 2100-TRATAR-REGISTRO.
005970     IF SRT-CHAVE NOT = WS-CHAVE-GRUPO
005980         OR NOT SW-GRUPO-ABERTO
005990         IF SW-GRUPO-ABERTO
006000             PERFORM 2200-FECHAR-GRUPO THRU 2200-EXIT
006010         END-IF
006020         MOVE SRT-CHAVE TO WS-CHAVE-GRUPO
006030         MOVE "S" TO WS-GRUPO-ABERTO
006040         INITIALIZE WS-ACUMULADORES-GRUPO
006050     END-IF
006060     ADD 1 TO WS-QTD-GRUPO
006070     ADD SRT-VALOR TO WS-VALOR-GRUPO.
006080 2100-EXIT.
006090     EXIT.
006100*
006110*----------------------------------------------------------------
006120*    2200-FECHAR-GRUPO
006130*    AVANCA O MAPEAMENTO ATE A CHAVE DO GRUPO E GRAVA A         *
006140*    PARTIDA: DEBITO E CREDITO DO MESMO VALOR, MOVIMENTANDO A   *
006150*    CONTA DE DEPOSITOS DE CLIENTES NO LADO DO CLIENTE. TIPO    *
006160*    SEM MAPEAMENTO ENCERRA O JOB COM ERRO, SEM INTERFACE.      *
006170*----------------------------------------------------------------
006180 2200-FECHAR-GRUPO.
006190     MOVE "N" TO WS-GRUPO-ABERTO
006200     PERFORM UNTIL SW-FIM-MAPEAMENTO
006210         OR CTB-CHAVE NOT < WS-CHAVE-GRUPO
006220         PERFORM 2250-LER-MAPEAMENTO THRU 2250-EXIT
006230     END-PERFORM
006240     IF SW-FIM-MAPEAMENTO OR CTB-CHAVE NOT = WS-CHAVE-GRUPO
006250         DISPLAY "CONTAB01: TIPO/NATUREZA " WS-CHAVE-GRUPO
006260                 " SEM MAPEAMENTO NO CTBMAP (" WS-QTD-GRUPO
006270                 " LANCAMENTOS) - INTERFACE NAO GERADA"
006280         MOVE 16 TO RETURN-CODE
006290         MOVE 16 TO CTP-RETURN-CODE
006300         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
006310         STOP RUN
006320     END-IF
006330     MOVE CTB-TIPO-MOVTO TO PTD-TIPO-MOVTO
006340     MOVE CTB-NATUREZA TO PTD-NATUREZA
006350     MOVE WS-QTD-GRUPO TO PTD-QTD-LANCAMENTOS
006360     MOVE WS-VALOR-GRUPO TO PTD-VALOR
006370     MOVE CTB-HISTORICO TO PTD-HISTORICO
006380     MOVE CTB-CONTA-DEBITO TO PTD-CONTA
006390     MOVE "D" TO PTD-DEBITO-CREDITO
006400     PERFORM 2290-GRAVAR-PARTIDA THRU 2290-EXIT
006410     ADD WS-VALOR-GRUPO TO WS-TOTAL-DEBITOS
006420     MOVE CTB-CONTA-CREDITO TO PTD-CONTA
006430     MOVE "C" TO PTD-DEBITO-CREDITO
006440     PERFORM 2290-GRAVAR-PARTIDA THRU 2290-EXIT
006450     ADD WS-VALOR-GRUPO TO WS-TOTAL-CREDITOS
006460     IF CTB-CONTA-CREDITO = WS-CONTA-CLIENTES
006470         ADD WS-VALOR-GRUPO TO WS-MOVTO-LIQUIDO-CLIENTES
006480     END-IF
006490     IF CTB-CONTA-DEBITO = WS-CONTA-CLIENTES
006500         SUBTRACT WS-VALOR-GRUPO FROM WS-MOVTO-LIQUIDO-CLIENTES
006510     END-IF
006520     ADD 1 TO WS-QTD-PARTIDAS
006530     MOVE WS-VALOR-GRUPO TO WS-VALOR-FORMATADO
006540     DISPLAY "  " CTB-TIPO-MOVTO "/" CTB-NATUREZA "  "
006550             WS-QTD-GRUPO "  R$" WS-VALOR-FORMATADO
006560             "  D " CTB-CONTA-DEBITO "  C " CTB-CONTA-CREDITO
006570             "  " CTB-HISTORICO.
006580 2200-EXIT.
006590     EXIT.
006600*
006610 2250-LER-MAPEAMENTO.
006620     READ MAPEAMENTO-ARQ
006630         AT END
006640             MOVE "S" TO WS-FIM-MAPEAMENTO
006650     END-READ.
006660 2250-EXIT.
006670     EXIT.
006680*
006690 2290-GRAVAR-PARTIDA.
006700     WRITE PTD-REGISTRO
006710     IF NOT ST-PARTIDAS-OK
006720         DISPLAY "CONTAB01: ERRO AO GRAVAR CTBWORK, STATUS "
006730                 WS-STATUS-PARTIDAS
006740         MOVE 16 TO RETURN-CODE
006750         MOVE 16 TO CTP-RETURN-CODE
006760         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
006770         STOP RUN
006780     END-IF.
006790 2290-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------
006830*    2500-CONFERIR
006840*    PROVA DO DIA, ANTES DE GERAR QUALQUER SAIDA: DEBITOS IGUAIS *
006850*    AOS CREDITOS E AO TOTAL LIDO DO JORNAL, E A CONTA DE       *
006860*    DEPOSITOS DE CLIENTES (ABERTURA DO RAZAO + MOVIMENTO       *
006870*    LIQUIDO DO DIA) IGUAL A SOMA DE CTA-SALDO DO MESTRE. NA    *
006880*    IMPLANTACAO A ABERTURA E DEDUZIDA DO MESTRE.               *
006890*----------------------------------------------------------------
006900 2500-CONFERIR.
006910     IF NOT SW-RAZAO-IMPLANTADO
006920         COMPUTE WS-SALDO-ABERTURA-CLIENTES =
006930             WS-TOTAL-MESTRE - WS-MOVTO-LIQUIDO-CLIENTES
006940         DISPLAY "CONTAB01: CONTA DE DEPOSITOS " WS-CONTA-CLIENTES
006950                 " AUSENTE DO RAZAO - SALDO DE ABERTURA "
006960                 "IMPLANTADO A PARTIR DO MESTRE"
006970     END-IF
006980     COMPUTE WS-SALDO-RAZAO-CLIENTES =
006990         WS-SALDO-ABERTURA-CLIENTES + WS-MOVTO-LIQUIDO-CLIENTES
007000     COMPUTE WS-DIFERENCA-CLIENTES =
007010         WS-SALDO-RAZAO-CLIENTES - WS-TOTAL-MESTRE
007020     MOVE WS-TOTAL-DEBITOS TO WS-DEBITOS-FORMATADO
007030     MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-FORMATADO
007040     MOVE WS-TOTAL-LANCAMENTOS TO WS-VALOR-FORMATADO
007050     DISPLAY "-------------------------------------------------"
007060     DISPLAY "PROVA DO DIA"
007070     DISPLAY "  TOTAL LIDO DO JORNAL.........: R$"
007080             WS-VALOR-FORMATADO
007090     DISPLAY "  TOTAL DE DEBITOS.............: R$"
007100             WS-DEBITOS-FORMATADO
007110     DISPLAY "  TOTAL DE CREDITOS............: R$"
007120             WS-CREDITOS-FORMATADO
007130     COMPUTE WS-SALDO-EXIBIDO = ZERO - WS-SALDO-RAZAO-CLIENTES
007140     PERFORM 2950-FORMATAR-SALDO THRU 2950-EXIT
007150     DISPLAY "  DEPOSITOS DE CLIENTES (RAZAO): R$"
007160             WS-VALOR-FORMATADO " " WS-INDICADOR-SALDO
007170     COMPUTE WS-SALDO-EXIBIDO = ZERO - WS-TOTAL-MESTRE
007180     PERFORM 2950-FORMATAR-SALDO THRU 2950-EXIT
007190     DISPLAY "  SOMA DE CTA-SALDO (MESTRE)...: R$"
007200             WS-VALOR-FORMATADO " " WS-INDICADOR-SALDO
007210     IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
007220         OR WS-TOTAL-DEBITOS NOT = WS-TOTAL-LANCAMENTOS
007230         DISPLAY "CONTAB01: DEBITOS E CREDITOS NAO FECHAM - "
007240                 "INTERFACE NAO GERADA"
007250         GO TO 9999-ABENDAR
007260     END-IF
007270     IF WS-DIFERENCA-CLIENTES NOT = ZERO
007280         COMPUTE WS-SALDO-EXIBIDO = ZERO - WS-DIFERENCA-CLIENTES
007290         PERFORM 2950-FORMATAR-SALDO THRU 2950-EXIT
007300         DISPLAY "CONTAB01: RAZAO NAO CONFERE COM O MESTRE, "
007310                 "DIFERENCA R$" WS-VALOR-FORMATADO " "
007320                 WS-INDICADOR-SALDO " - INTERFACE NAO GERADA"
007330         GO TO 9999-ABENDAR
007340     END-IF
007350     DISPLAY "  PROVA CONFERIDA".
007360 2500-EXIT.
007370     EXIT.
007380*
007390*----------------------------------------------------------------
007400*    2600-GERAR-INTERFACE
007410*    COM A PROVA CONFERIDA, GRAVA A INTERFACE (HEADER, DOIS     *
007420*    DETALHES POR PARTIDA E TRAILER) E ATUALIZA O RAZAO. A      *
007430*    CONTA DE DEPOSITOS DE CLIENTES E SEMPRE DATADA, MESMO SEM  *
007440*    MOVIMENTO, PARA MARCAR O DIA COMO CONTABILIZADO, E POR     *
007442*    ISSO E A ULTIMA ATUALIZACAO DO RAZAO, DEPOIS DO TRAILER:   *
007444*    UM ABEND NO MEIO DA GRAVACAO DEIXA O DIA SEM A MARCA E A   *
007446*    REEXECUCAO (APOS RESTAURAR A COPIA DO RAZAO TIRADA ANTES   *
007448*    DO PASSO) CONTABILIZA O DIA INTEIRO DE NOVO.               *
007450*----------------------------------------------------------------
007460 2600-GERAR-INTERFACE.
007470     OPEN INPUT PARTIDAS-ARQ
007480     IF NOT ST-PARTIDAS-OK
007490         DISPLAY "CONTAB01: ERRO AO REABRIR CTBWORK, STATUS "
007500                 WS-STATUS-PARTIDAS
007510         GO TO 9999-ABENDAR
007520     END-IF
007530     OPEN OUTPUT INTERFACE-ARQ
007540     IF NOT ST-INTERFACE-OK
007550         DISPLAY "CONTAB01: ERRO AO ABRIR CTBINTF, STATUS "
007560                 WS-STATUS-INTERFACE
007570         GO TO 9999-ABENDAR
007580     END-IF
007590     MOVE SPACES TO INT-HEADER
007600     MOVE "0" TO INT-HDR-TIPO
007610     MOVE WS-CODIGO-BANCO TO INT-HDR-BANCO
007620     MOVE "BANCO LIRA" TO INT-HDR-NOME-BANCO
007630     MOVE WS-DATA-PROCESSAMENTO TO INT-HDR-DATA-ARQUIVO
007640     MOVE "INTERFACE CONTABIL" TO INT-HDR-SISTEMA
007650     WRITE INT-HEADER
007652     IF NOT ST-INTERFACE-OK
007654         DISPLAY "CONTAB01: ERRO AO GRAVAR CTBINTF, STATUS "
007656                 WS-STATUS-INTERFACE
007658         GO TO 9999-ABENDAR
007660     END-IF
007670     PERFORM UNTIL SW-FIM-PARTIDAS
007680         READ PARTIDAS-ARQ
007690             AT END
007700                 MOVE "S" TO WS-FIM-PARTIDAS
007710             NOT AT END
007720                 PERFORM 2650-GRAVAR-DETALHE THRU 2650-EXIT
007730         END-READ
007740     END-PERFORM
007750     MOVE SPACES TO INT-TRAILER
007760     MOVE "9" TO INT-TRL-TIPO
007770     MOVE WS-QTD-DETALHES TO INT-TRL-QTD-DETALHES
007780     MOVE WS-TOTAL-DEBITOS TO INT-TRL-TOTAL-DEBITOS
007790     MOVE WS-TOTAL-CREDITOS TO INT-TRL-TOTAL-CREDITOS
007800     WRITE INT-TRAILER
007802     IF NOT ST-INTERFACE-OK
007804         DISPLAY "CONTAB01: ERRO AO GRAVAR CTBINTF, STATUS "
007806                 WS-STATUS-INTERFACE
007808         GO TO 9999-ABENDAR
007809     END-IF
007810     CLOSE PARTIDAS-ARQ
007820     CLOSE INTERFACE-ARQ
007825     PERFORM 2620-DATAR-CONTA-CLIENTES THRU 2620-EXIT.
007830 2600-EXIT.
007840     EXIT.
007850*
007851*----------------------------------------------------------------
007852*    2620-DATAR-CONTA-CLIENTES
007853*    LANCA NA CONTA DE DEPOSITOS DE CLIENTES, NUMA SO           *
007854*    GRAVACAO, OS DEBITOS E CREDITOS DO DIA ACUMULADOS EM       *
007855*    2650 E A DATA COMO CONTABILIZADA (IMPLANTANDO A CONTA COM  *
007856*    O SALDO DE ABERTURA NA PRIMEIRA EXECUCAO).                 *
007857*----------------------------------------------------------------
007860 2620-DATAR-CONTA-CLIENTES.
007870     MOVE WS-CONTA-CLIENTES TO RZO-CONTA
007880     IF SW-RAZAO-IMPLANTADO
007890         READ RAZAO-ARQ
007900         IF NOT ST-RAZAO-OK
007910             DISPLAY "CONTAB01: ERRO AO RELER RAZAO, STATUS "
007920                     WS-STATUS-RAZAO
007930             GO TO 9999-ABENDAR
007940         END-IF
007950         PERFORM 2720-ABRIR-DIA-CONTA THRU 2720-EXIT
007955         PERFORM 2640-LANCAR-DIA-CLIENTES THRU 2640-EXIT
007960         REWRITE RZO-REGISTRO
007970     ELSE
007980         MOVE SPACES TO RZO-REGISTRO
007990         MOVE WS-CONTA-CLIENTES TO RZO-CONTA
008000         COMPUTE RZO-SALDO = ZERO - WS-SALDO-ABERTURA-CLIENTES
008010         PERFORM 2720-ABRIR-DIA-CONTA THRU 2720-EXIT
008015         PERFORM 2640-LANCAR-DIA-CLIENTES THRU 2640-EXIT
008020         WRITE RZO-REGISTRO
008030     END-IF
008040     IF NOT ST-RAZAO-OK
008050         DISPLAY "CONTAB01: ERRO AO GRAVAR RAZAO, STATUS "
008060                 WS-STATUS-RAZAO
008070         GO TO 9999-ABENDAR
008080     END-IF.
008090 2620-EXIT.
008100     EXIT.
008101*
008102 2640-LANCAR-DIA-CLIENTES.
008103     MOVE WS-DEBITOS-CLIENTES TO RZO-DEBITOS-DIA
008104     MOVE WS-CREDITOS-CLIENTES TO RZO-CREDITOS-DIA
008105     COMPUTE RZO-SALDO = RZO-SALDO + WS-DEBITOS-CLIENTES
008106                                   - WS-CREDITOS-CLIENTES.
008107 2640-EXIT.
008108     EXIT.
008110*
008120 2650-GRAVAR-DETALHE.
008130     MOVE SPACES TO INT-DETALHE
008140     MOVE "1" TO INT-DET-TIPO
008150     MOVE WS-DATA-PROCESSAMENTO TO INT-DET-DATA
008160     MOVE PTD-CONTA TO INT-DET-CONTA
008170     MOVE PTD-DEBITO-CREDITO TO INT-DET-DEBITO-CREDITO
008180     MOVE PTD-VALOR TO INT-DET-VALOR
008190     MOVE PTD-TIPO-MOVTO TO INT-DET-TIPO-MOVTO
008200     MOVE PTD-NATUREZA TO INT-DET-NATUREZA
008210     MOVE PTD-QTD-LANCAMENTOS TO INT-DET-QTD-LANCAMENTOS
008220     MOVE PTD-HISTORICO TO INT-DET-HISTORICO
008230     WRITE INT-DETALHE
008240     IF NOT ST-INTERFACE-OK
008250         DISPLAY "CONTAB01: ERRO AO GRAVAR CTBINTF, STATUS "
008260                 WS-STATUS-INTERFACE
008270         GO TO 9999-ABENDAR
008280     END-IF
008290     ADD 1 TO WS-QTD-DETALHES
008292     IF PTD-CONTA NOT = WS-CONTA-CLIENTES
008294         PERFORM 2700-ATUALIZAR-RAZAO THRU 2700-EXIT
008296         GO TO 2650-EXIT
008298     END-IF
008300     IF PTD-DEBITO
008302         ADD PTD-VALOR TO WS-DEBITOS-CLIENTES
008304     ELSE
008306         ADD PTD-VALOR TO WS-CREDITOS-CLIENTES
008308     END-IF.
008310 2650-EXIT.
008320     EXIT.
008330*
008340*----------------------------------------------------------------
008350*    2700-ATUALIZAR-RAZAO
008360*    LANCA A PERNA DA PARTIDA NO SALDO DA CONTA DO RAZAO        *
008370*    (DEBITO SOMA, CREDITO SUBTRAI), CRIANDO A CONTA ZERADA NO  *
008380*    PRIMEIRO MOVIMENTO.                                        *
008390*----------------------------------------------------------------
008400 2700-ATUALIZAR-RAZAO.
008410     MOVE PTD-CONTA TO RZO-CONTA
008420     READ RAZAO-ARQ
008430     IF ST-RAZAO-NAO-ENCONTRADA
008440         MOVE SPACES TO RZO-REGISTRO
008450         MOVE PTD-CONTA TO RZO-CONTA
008460         MOVE ZERO TO RZO-SALDO
008470         PERFORM 2720-ABRIR-DIA-CONTA THRU 2720-EXIT
008480         PERFORM 2750-LANCAR-PERNA THRU 2750-EXIT
008490         WRITE RZO-REGISTRO
008500     ELSE
008510         IF NOT ST-RAZAO-OK
008520             DISPLAY "CONTAB01: ERRO AO LER RAZAO, STATUS "
008530                     WS-STATUS-RAZAO
008540             GO TO 9999-ABENDAR
008550         END-IF
008560         IF RZO-DATA-ULTIMO-MOVTO NOT = WS-DATA-PROCESSAMENTO
008570             PERFORM 2720-ABRIR-DIA-CONTA THRU 2720-EXIT
008580         END-IF
008590         PERFORM 2750-LANCAR-PERNA THRU 2750-EXIT
008600         REWRITE RZO-REGISTRO
008610     END-IF
008620     IF NOT ST-RAZAO-OK
008630         DISPLAY "CONTAB01: ERRO AO GRAVAR RAZAO, STATUS "
008640                 WS-STATUS-RAZAO
008650         GO TO 9999-ABENDAR
008660     END-IF.
008670 2700-EXIT.
008680     EXIT.
008690*
008700 2720-ABRIR-DIA-CONTA.
008710     MOVE RZO-SALDO TO RZO-SALDO-ANTERIOR
008720     MOVE ZERO TO RZO-DEBITOS-DIA RZO-CREDITOS-DIA
008730     MOVE WS-DATA-PROCESSAMENTO TO RZO-DATA-ULTIMO-MOVTO.
008740 2720-EXIT.
008750     EXIT.
008760*
008770 2750-LANCAR-PERNA.
008780     IF PTD-DEBITO
008790         ADD PTD-VALOR TO RZO-DEBITOS-DIA
008800         ADD PTD-VALOR TO RZO-SALDO
008810     ELSE
008820         ADD PTD-VALOR TO RZO-CREDITOS-DIA
008830         SUBTRACT PTD-VALOR FROM RZO-SALDO
008840     END-IF.
008850 2750-EXIT.
008860     EXIT.
008870*
008880*----------------------------------------------------------------
008890*    2800-EMITIR-BALANCETE
008900*    LISTA TODAS AS CONTAS DO RAZAO COM SALDO ANTERIOR,         *
008910*    DEBITOS E CREDITOS DO DIA E SALDO ATUAL (D DEVEDOR, C      *
008920*    CREDOR). A CONTA DE DEPOSITOS DE CLIENTES E ABERTA EM      *
008930*    DEPOSITOS (SALDOS CREDORES DO MESTRE) E CREDITO CONCEDIDO  *
008940*    (SALDOS DEVEDORES, LIMITE ESPECIAL EM USO), SEM            *
008950*    COMPENSACAO ENTRE ELES.                                    *
008960*----------------------------------------------------------------
008970 2800-EMITIR-BALANCETE.
008980     DISPLAY "-------------------------------------------------"
008990     DISPLAY "BALANCETE DO DIA " WS-DATA-PROCESSAMENTO
009000     DISPLAY "CONTA     SALDO ANTERIOR        DEBITOS         "
009010             "  CREDITOS           SALDO ATUAL"
009020     MOVE LOW-VALUES TO RZO-CONTA
009030     START RAZAO-ARQ KEY IS NOT LESS THAN RZO-CONTA
009040     IF NOT ST-RAZAO-OK
009050         MOVE "S" TO WS-FIM-RAZAO
009060     END-IF
009070     PERFORM UNTIL SW-FIM-RAZAO
009080         READ RAZAO-ARQ NEXT RECORD
009090             AT END
009100                 MOVE "S" TO WS-FIM-RAZAO
009110             NOT AT END
009120                 PERFORM 2850-IMPRIMIR-CONTA THRU 2850-EXIT
009130         END-READ
009140     END-PERFORM
009150     MOVE WS-TOTAL-DEBITOS TO WS-DEBITOS-FORMATADO
009160     MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-FORMATADO
009170     DISPLAY "TOTAIS DO DIA                   "
009180             WS-DEBITOS-FORMATADO " " WS-CREDITOS-FORMATADO.
009190 2800-EXIT.
009200     EXIT.
009210*
009220 2850-IMPRIMIR-CONTA.
009230     ADD 1 TO WS-QTD-CONTAS-RAZAO
009240     IF RZO-DATA-ULTIMO-MOVTO NOT = WS-DATA-PROCESSAMENTO
009250         MOVE RZO-SALDO TO RZO-SALDO-ANTERIOR
009260         MOVE ZERO TO RZO-DEBITOS-DIA RZO-CREDITOS-DIA
009270     END-IF
009280     MOVE RZO-SALDO-ANTERIOR TO WS-SALDO-EXIBIDO
009290     PERFORM 2950-FORMATAR-SALDO THRU 2950-EXIT
009300     MOVE WS-VALOR-FORMATADO TO WS-ANTERIOR-FORMATADO
009310     MOVE WS-INDICADOR-SALDO TO WS-INDICADOR-ANTERIOR
009320     MOVE RZO-DEBITOS-DIA TO WS-DEBITOS-FORMATADO
009330     MOVE RZO-CREDITOS-DIA TO WS-CREDITOS-FORMATADO
009340     MOVE RZO-SALDO TO WS-SALDO-EXIBIDO
009350     PERFORM 2950-FORMATAR-SALDO THRU 2950-EXIT
009360     DISPLAY RZO-CONTA " " WS-ANTERIOR-FORMATADO " "
009370             WS-INDICADOR-ANTERIOR " " WS-DEBITOS-FORMATADO " "
009380             WS-CREDITOS-FORMATADO " " WS-VALOR-FORMATADO " "
009390             WS-INDICADOR-SALDO
009400     IF RZO-CONTA NOT = WS-CONTA-CLIENTES
009410         GO TO 2850-EXIT
009420     END-IF
009430     MOVE WS-TOTAL-SALDOS-CREDORES TO WS-VALOR-FORMATADO
009440     DISPLAY "  DEPOSITOS DE CLIENTES (SALDOS CREDORES).: R$"
009450             WS-VALOR-FORMATADO " C  " WS-QTD-CONTAS-CREDORAS
009460             " CONTAS"
009470     MOVE WS-TOTAL-SALDOS-DEVEDORES TO WS-VALOR-FORMATADO
009480     DISPLAY "  CREDITO CONCEDIDO (SALDOS DEVEDORES)....: R$"
009490             WS-VALOR-FORMATADO " D  " WS-QTD-CONTAS-DEVEDORAS
009500             " CONTAS"
009510     COMPUTE WS-SALDO-EXIBIDO = ZERO - WS-TOTAL-MESTRE
009520     PERFORM 2950-FORMATAR-SALDO THRU 2950-EXIT
009530     DISPLAY "  SOMA DE CTA-SALDO DO MESTRE - CONFERE...: R$"
009540             WS-VALOR-FORMATADO " " WS-INDICADOR-SALDO.
009550 2850-EXIT.
009560     EXIT.
009570*
009580*----------------------------------------------------------------
009590*    2950-FORMATAR-SALDO
009600*    FORMATA WS-SALDO-EXIBIDO EM VALOR ABSOLUTO COM O           *
009610*    INDICADOR D (DEVEDOR, POSITIVO) OU C (CREDOR, NEGATIVO),   *
009620*    NA CONVENCAO DO RAZAO. SALDOS DE CLIENTE (POSITIVO =       *
009630*    CREDOR) SAO INVERTIDOS PELO CHAMADOR.                      *
009640*----------------------------------------------------------------
009650 2950-FORMATAR-SALDO.
009660     IF WS-SALDO-EXIBIDO < ZERO
009670         COMPUTE WS-VALOR-FORMATADO = ZERO - WS-SALDO-EXIBIDO
009680         MOVE "C" TO WS-INDICADOR-SALDO
009690     ELSE
009700         MOVE WS-SALDO-EXIBIDO TO WS-VALOR-FORMATADO
009710         MOVE "D" TO WS-INDICADOR-SALDO
009720     END-IF.
009730 2950-EXIT.
009740     EXIT.
009750*
009760*----------------------------------------------------------------
009770*    3000-FINALIZAR
009780*    FECHA O RAZAO E EXIBE O RESUMO DA EXECUCAO.                *
009790*----------------------------------------------------------------
009800 3000-FINALIZAR.
009810     CLOSE RAZAO-ARQ
009820     DISPLAY "-------------------------------------------------"
009830     DISPLAY "CONTAB01 - INTERFACE CONTABIL CONCLUIDA"
009840     DISPLAY "LANCAMENTOS LIDOS DO JORNAL...: " WS-QTD-LIDOS
009850     DISPLAY "IGNORADOS (OUTRA DATA)........: " WS-QTD-OUTRA-DATA
009860     DISPLAY "IGNORADOS (SEM EFEITO, TIPO L): " WS-QTD-SEM-EFEITO
009870     DISPLAY "LANCAMENTOS CONTABILIZADOS....: "
009880             WS-QTD-SELECIONADOS
009890     DISPLAY "PARTIDAS GERADAS..............: " WS-QTD-PARTIDAS
009900     DISPLAY "DETALHES NA INTERFACE.........: " WS-QTD-DETALHES
009910     DISPLAY "CONTAS NO RAZAO...............: "
009920             WS-QTD-CONTAS-RAZAO
009930     DISPLAY "-------------------------------------------------".
009940     MOVE RETURN-CODE TO CTP-RETURN-CODE
009950     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
009960 3000-EXIT.
009970     EXIT.
009980*
009990*----------------------------------------------------------------
010000*    8000-INICIAR-PASSO
010010*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
010020*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
010030*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
010040*----------------------------------------------------------------
010050 8000-INICIAR-PASSO.
010060     MOVE "I" TO CTP-FUNCAO
010070     MOVE "CONTAB01" TO CTP-PROGRAMA
010080     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
010090     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
010100                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
010110     CALL "CTLPAS01" USING CTP-PARAMETROS
010120     IF CTP-AUTORIZADO
010130         MOVE "S" TO WS-PASSO-INICIADO
010140         GO TO 8000-EXIT
010150     END-IF
010160     DISPLAY "CONTAB01: " CTP-MENSAGEM
010170     IF CTP-JA-CONCLUIDO
010180         MOVE 4 TO RETURN-CODE
010190         STOP RUN
010200     END-IF
010210     IF CTP-RECUSADO
010220         MOVE 8 TO RETURN-CODE
010230         STOP RUN
010240     END-IF
010250     GO TO 9999-ABENDAR.
010260 8000-EXIT.
010270     EXIT.
010280*
010290*----------------------------------------------------------------
010300*    8100-CONCLUIR-PASSO
010310*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
010320*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
010330*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
010340*    PROCESSAMENTO JA TERMINOU.
010350*----------------------------------------------------------------
010360 8100-CONCLUIR-PASSO.
010370     MOVE "N" TO WS-PASSO-INICIADO
010380     MOVE "C" TO CTP-FUNCAO
010390     MOVE WS-QTD-LIDOS TO CTP-QTD-LIDOS
010400     MOVE WS-QTD-DETALHES TO CTP-QTD-EFETIVADOS
010410     MOVE WS-TOTAL-LANCAMENTOS TO CTP-VALOR-TOTAL
010420     CALL "CTLPAS01" USING CTP-PARAMETROS
010430     MOVE CTP-RETURN-CODE TO RETURN-CODE
010440     IF NOT CTP-AUTORIZADO
010450         DISPLAY "CONTAB01: AVISO - " CTP-MENSAGEM
010460     END-IF.
010470 8100-EXIT.
010480     EXIT.
010490*
010500 9999-ABENDAR.
010510     IF SW-PASSO-INICIADO
010520         MOVE 16 TO CTP-RETURN-CODE
010530         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
010540     END-IF
010550     DISPLAY "CONTAB01: ENCERRADO COM ERRO - VERIFIQUE OS "
010560             "STATUS ACIMA".
010570     MOVE 16 TO RETURN-CODE
010580     STOP RUN.
