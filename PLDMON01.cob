000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLDMON01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    JOB NOTURNO DE MONITORAMENTO DE MOVIMENTACAO ATIPICA       *
000090*    (PREVENCAO A LAVAGEM DE DINHEIRO). LE OS LANCAMENTOS DA    *
000100*    DATA-MOVIMENTO NO JORNAL E UMA JANELA DE DIAS ANTERIORES   *
000110*    NO HISTORICO (MOVHIST), MAIS AS REATIVACOES DE CONTA       *
000120*    DORMENTE DA TRILHA DE AUDITORIA (STATUS-CONTA "D" -> "A"), *
000130*    E CLASSIFICA TUDO POR CPF DO TITULAR (CTA-NUMERO-CLIENTE), *
000140*    REUNINDO TODAS AS CONTAS DO CLIENTE. CONTA SEM VINCULO DE  *
000150*    CPF E AVALIADA SOZINHA. GERA ALERTA PARA:                  *
000160*      - DEPOSITO ("D") OU SAQUE ("S") EM ESPECIE DO DIA COM    *
000170*        VALOR IGUAL OU ACIMA DO LIMITE DE COMUNICACAO;         *
000180*      - FRACIONAMENTO: NA JANELA DE DIAS DO PARAMETRO, PELO    *
000190*        MENOS A QUANTIDADE MINIMA DE DEPOSITOS EM ESPECIE LOGO *
000200*        ABAIXO DO LIMITE (NA FAIXA PERCENTUAL DO PARAMETRO),   *
000210*        SENDO AO MENOS UM DELES DO DIA;                        *
000220*      - TRANSFERENCIA ("T" OU "C") DO DIA COM VALOR IGUAL OU   *
000230*        ACIMA DO LIMITE EM CONTA REATIVADA APOS DORMENCIA HA   *
000240*        NO MAXIMO OS DIAS DO PARAMETRO;                        *
000250*      - CREDITO DE FOLHA ("F") DO DIA ACIMA DA MEDIA DA FOLHA  *
000260*        DO CLIENTE NO HISTORICO MULTIPLICADA PELO FATOR DO     *
000270*        PARAMETRO (CLIENTE SEM FOLHA ANTERIOR NAO E AVALIADO). *
000280*    OS LIMITES E JANELAS VEM DO REGISTRO VIGENTE DO PARAMS.    *
000290*    CADA ALERTA E GRAVADO NO ARQUIVO PERMANENTE DE CASOS       *
000300*    (ALERTAS) COM STATUS NOVO, PARA TRATAMENTO NA SUPERVISAO   *
000310*    (ADMIN01), E SAI NO RELATORIO DIARIO DE ALERTAS COM O      *
000320*    OPERADOR DE CAIXA DAS TRANSACOES EM ESPECIE. O LANCAMENTO  *
000330*    DO DIA PODE ESTAR NO JORNAL OU, SE O CORTE (CORTE01) JA    *
000340*    RODOU, NO MOVHIST: A REPETICAO E ELIMINADA PELA CHAVE NA   *
000350*    CLASSIFICACAO. DATA-MOVIMENTO COM ALERTAS JA GERADOS NAO E *
000360*    REPROCESSADA (RC 4).                                       *
000370*****************************************************************
000380*    HISTORICO DE MANUTENCAO                                   *
000390*    DATA       AUTOR   DESCRICAO                               *
000400*    ---------- ------- -----------------------------------------
000410*    2026-10-15 CL      CRIACAO DO JOB - MONITORAMENTO DE      *
000420*                       MOVIMENTACAO ATIPICA COM ARQUIVO DE    *
000430*                       CASOS E RELATORIO DIARIO DE ALERTAS    *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT JORNAL-MOVTO ASSIGN TO "JORNAL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-STATUS-JORNAL.
000510     SELECT MOVHIST-ARQ ASSIGN TO "MOVHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HST-CHAVE
000550         FILE STATUS IS WS-STATUS-MOVHIST.
000560     SELECT AUDITORIA-ARQ ASSIGN TO "AUDTRAIL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-STATUS-AUDITORIA.
000590     SELECT CONTAS-MASTER ASSIGN TO "CONTAS"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CTA-NUMERO
000630         FILE STATUS IS WS-STATUS-CONTAS.
000640     SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-STATUS-PARAMS.
000670     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-STATUS-DATAMOV.
000700     SELECT ALERTAS-ARQ ASSIGN TO "ALERTAS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS ALR-CHAVE
000740         FILE STATUS IS WS-STATUS-ALERTAS.
000750     SELECT ARQ-ORDENACAO ASSIGN TO "PLDWORK".
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  JORNAL-MOVTO
000790     LABEL RECORD IS STANDARD.
000800 COPY MOVREG.
000810 FD  MOVHIST-ARQ
000820     LABEL RECORD IS STANDARD.
000830 COPY HISTREG.
000840 FD  AUDITORIA-ARQ
000850     LABEL RECORD IS STANDARD.
000860 COPY AUDREG.
000870 FD  CONTAS-MASTER
000880     LABEL RECORD IS STANDARD.
000890 COPY CTACAD.
000900 FD  PARAMS-ARQ
000910     LABEL RECORD IS STANDARD.
000920 COPY PRMREG.
000930 FD  DATAMOV-ARQ
000940     LABEL RECORD IS STANDARD.
000950 COPY DATREG.
000960 FD  ALERTAS-ARQ
000970     LABEL RECORD IS STANDARD.
000980 COPY ALRREG.
000990*****************************************************************
001000*    REGISTRO DA CLASSIFICACAO: GRUPO (CPF, OU CONTA QUANDO NAO *
001010*    HA VINCULO DE CPF) + PARTE ("1" JANELA ANTERIOR, "2" DIA)  *
001020*    + CONTA + DATA + ORIGEM ("0" REATIVACAO, "1" LANCAMENTO) + *
001030*    SEQUENCIA. A PARTE "1" DE UM CLIENTE CHEGA INTEIRA ANTES   *
001040*    DA PARTE "2", E NA PARTE "2" A REATIVACAO DE CADA CONTA    *
001050*    CHEGA ANTES DOS LANCAMENTOS DO DIA DA MESMA CONTA.         *
001060*****************************************************************
001070 SD  ARQ-ORDENACAO.
001080 01  SRT-REGISTRO.
001090     05  SRT-CHAVE.
001100         10  SRT-GRUPO.
001110             15  SRT-CPF         PIC 9(11).
001120             15  SRT-CONTA-SEM-CPF
001130                                 PIC 9(07).
001140         10  SRT-PARTE           PIC X(01).
001150             88  SRT-PARTE-JANELA        VALUE "1".
001160             88  SRT-PARTE-DIA           VALUE "2".
001170         10  SRT-NUMERO-CONTA    PIC 9(07).
001180         10  SRT-DATA            PIC 9(08).
001190         10  SRT-ORIGEM          PIC X(01).
001200             88  SRT-REATIVACAO          VALUE "0".
001210             88  SRT-LANCAMENTO          VALUE "1".
001220         10  SRT-SEQUENCIA       PIC 9(06).
001230     05  SRT-TIPO                PIC X(01).
001240         88  SRT-TIPO-DEPOSITO   VALUE "D".
001250         88  SRT-TIPO-SAQUE      VALUE "S".
001260         88  SRT-TIPO-TRANSF-DEBITO
001270                                 VALUE "T".
001280         88  SRT-TIPO-TRANSF-CREDITO
001290                                 VALUE "C".
001300         88  SRT-TIPO-CRED-FOLHA VALUE "F".
001310     05  SRT-VALOR               PIC 9(05)V99.
001320     05  SRT-OPERADOR            PIC 9(04).
001330 WORKING-STORAGE SECTION.
001340 01  WS-STATUS-JORNAL            PIC X(02) VALUE "00".
001350     88  ST-JORNAL-OK                     VALUE "00".
001360     88  ST-JORNAL-FIM                    VALUE "10".
001370     88  ST-JORNAL-INEXISTENTE            VALUE "35".
001380 01  WS-STATUS-MOVHIST           PIC X(02) VALUE "00".
001390     88  ST-MOVHIST-OK                    VALUE "00".
001400     88  ST-MOVHIST-FIM                   VALUE "10".
001410     88  ST-MOVHIST-INEXISTENTE           VALUE "35".
001420 01  WS-STATUS-AUDITORIA         PIC X(02) VALUE "00".
001430     88  ST-AUDITORIA-OK                  VALUE "00".
001440     88  ST-AUDITORIA-FIM                 VALUE "10".
001450     88  ST-AUDITORIA-INEXISTENTE         VALUE "35".
001460 01  WS-STATUS-CONTAS            PIC X(02) VALUE "00".
001470     88  ST-CONTAS-OK                     VALUE "00".
001480     88  ST-CONTAS-NAO-ENCONTRADA         VALUE "23".
001490 01  WS-STATUS-PARAMS            PIC X(02) VALUE "00".
001500     88  ST-PARAMS-OK                     VALUE "00".
001510     88  ST-PARAMS-FIM                    VALUE "10".
001520     88  ST-PARAMS-INEXISTENTE            VALUE "35".
001530 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
001540     88  ST-DATAMOV-OK                    VALUE "00".
001550     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
001560 01  WS-STATUS-ALERTAS           PIC X(02) VALUE "00".
001570     88  ST-ALERTAS-OK                    VALUE "00".
001580     88  ST-ALERTAS-FIM                   VALUE "10".
001590     88  ST-ALERTAS-NAO-ENCONTRADO        VALUE "23".
001600     88  ST-ALERTAS-INEXISTENTE           VALUE "35".
001610 01  WS-FLAGS.
001620     05  WS-FIM-JORNAL           PIC X(01) VALUE "N".
001630         88  SW-FIM-JORNAL              VALUE "S".
001640     05  WS-FIM-MOVHIST          PIC X(01) VALUE "N".
001650         88  SW-FIM-MOVHIST             VALUE "S".
001660     05  WS-FIM-AUDITORIA        PIC X(01) VALUE "N".
001670         88  SW-FIM-AUDITORIA           VALUE "S".
001680     05  WS-FIM-PARAMS           PIC X(01) VALUE "N".
001690         88  SW-FIM-PARAMS              VALUE "S".
001700     05  WS-PARAMS-VIGENTE       PIC X(01) VALUE "N".
001710         88  SW-PARAMS-VIGENTE          VALUE "S".
001720     05  WS-FIM-CLASSIFICADO     PIC X(01) VALUE "N".
001730         88  SW-FIM-CLASSIFICADO        VALUE "S".
001740     05  WS-FIM-ALERTAS          PIC X(01) VALUE "N".
001750         88  SW-FIM-ALERTAS             VALUE "S".
001760     05  WS-GRUPO-ABERTO         PIC X(01) VALUE "N".
001770         88  SW-GRUPO-ABERTO            VALUE "S".
001780 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
001790 01  WS-VIGENCIA-ADOTADA         PIC 9(08) VALUE ZERO.
001800 01  WS-PARAMETROS-PLD.
001810     05  WS-LIMITE-ESPECIE       PIC 9(07)V99 VALUE ZERO.
001820     05  WS-FAIXA-FRACIONAMENTO  PIC 9(02) VALUE ZERO.
001830     05  WS-QTD-FRACIONAMENTO    PIC 9(02) VALUE ZERO.
001840     05  WS-DIAS-FRACIONAMENTO   PIC 9(03) VALUE ZERO.
001850     05  WS-LIMITE-TRANSF        PIC 9(07)V99 VALUE ZERO.
001860     05  WS-DIAS-REATIVACAO      PIC 9(03) VALUE ZERO.
001870     05  WS-FATOR-FOLHA          PIC 9(02)V9 VALUE ZERO.
001880     05  WS-DIAS-HISTORICO       PIC 9(03) VALUE ZERO.
001890 01  WS-PISO-FRACIONAMENTO       PIC 9(07)V99 VALUE ZERO.
001900 01  WS-DIAS-HOJE                PIC 9(07) COMP VALUE ZERO.
001910 01  WS-INICIO-JANELA            PIC 9(08) VALUE ZERO.
001920 01  WS-INICIO-HISTORICO         PIC 9(08) VALUE ZERO.
001930 01  WS-INICIO-FRACIONAMENTO     PIC 9(08) VALUE ZERO.
001940 01  WS-INICIO-REATIVACAO        PIC 9(08) VALUE ZERO.
001950 01  WS-CONTA-LIDA               PIC 9(07) VALUE ZERO.
001960 01  WS-CPF-LIDO                 PIC 9(11) VALUE ZERO.
001970 01  WS-CHAVE-ANTERIOR           PIC X(41) VALUE LOW-VALUES.
001980 01  WS-GRUPO-ATUAL              PIC X(18) VALUE SPACES.
001990 01  WS-CPF-ATUAL                PIC 9(11) VALUE ZERO.
002000 01  WS-CONTA-ATUAL              PIC 9(07) VALUE ZERO.
002010 01  WS-DATA-REATIVACAO          PIC 9(08) VALUE ZERO.
002020 01  WS-ACUMULADORES-GRUPO.
002030     05  WS-QTD-FRAC-JANELA      PIC 9(03) COMP VALUE ZERO.
002040     05  WS-QTD-FRAC-DIA         PIC 9(03) COMP VALUE ZERO.
002050     05  WS-TOTAL-FRAC           PIC 9(09)V99 VALUE ZERO.
002060     05  WS-CONTA-FRAC           PIC 9(07) VALUE ZERO.
002070     05  WS-SEQ-FRAC             PIC 9(06) VALUE ZERO.
002080     05  WS-OPERADOR-FRAC        PIC 9(04) VALUE ZERO.
002090     05  WS-QTD-FOLHA            PIC 9(05) COMP VALUE ZERO.
002100     05  WS-TOTAL-FOLHA          PIC 9(09)V99 VALUE ZERO.
002110 01  WS-MEDIA-FOLHA              PIC 9(07)V99 VALUE ZERO.
002120 01  WS-TETO-FOLHA               PIC 9(09)V99 VALUE ZERO.
002130 01  WS-SEQ-ALERTA               PIC 9(05) VALUE ZERO.
002140 01  WS-CONTADORES.
002150     05  WS-QTD-LIDOS-JORNAL     PIC 9(07) COMP VALUE ZERO.
002160     05  WS-QTD-LIDOS-MOVHIST    PIC 9(07) COMP VALUE ZERO.
002170     05  WS-QTD-REATIVACOES      PIC 9(07) COMP VALUE ZERO.
002180     05  WS-QTD-SELECIONADOS     PIC 9(07) COMP VALUE ZERO.
002190     05  WS-QTD-DUPLICADOS       PIC 9(07) COMP VALUE ZERO.
002200     05  WS-QTD-GRUPOS           PIC 9(07) COMP VALUE ZERO.
002210     05  WS-QTD-ALERTAS-ESPECIE  PIC 9(05) COMP VALUE ZERO.
002220     05  WS-QTD-ALERTAS-FRAC     PIC 9(05) COMP VALUE ZERO.
002230     05  WS-QTD-ALERTAS-REATIV   PIC 9(05) COMP VALUE ZERO.
002240     05  WS-QTD-ALERTAS-FOLHA    PIC 9(05) COMP VALUE ZERO.
002250     05  WS-QTD-CASOS-NOVOS      PIC 9(07) COMP VALUE ZERO.
002260     05  WS-QTD-CASOS-ANALISADOS PIC 9(07) COMP VALUE ZERO.
002270     05  WS-QTD-CASOS-COMUNICADOS
002280                                 PIC 9(07) COMP VALUE ZERO.
002290     05  WS-QTD-CASOS-DESCARTADOS
002300                                 PIC 9(07) COMP VALUE ZERO.
002310 01  WS-VALOR-FORMATADO          PIC Z,ZZZ,ZZZ.99.
002320 01  WS-REFERENCIA-FORMATADA     PIC Z,ZZZ,ZZZ.99.
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002360     SORT ARQ-ORDENACAO
002370         ON ASCENDING KEY SRT-CPF SRT-CONTA-SEM-CPF SRT-PARTE
002380                          SRT-NUMERO-CONTA SRT-DATA SRT-ORIGEM
002390                          SRT-SEQUENCIA
002400         INPUT PROCEDURE IS 1600-SELECIONAR THRU 1600-EXIT
002410         OUTPUT PROCEDURE IS 2000-AVALIAR THRU 2000-EXIT
002420     PERFORM 3000-FINALIZAR THRU 3000-EXIT
002430     STOP RUN.
002440*
002450*----------------------------------------------------------------
002460*    1000-INICIALIZAR
002470*    OBTEM A DATA-MOVIMENTO E OS PARAMETROS, CALCULA AS DATAS
002480*    INICIAIS DAS JANELAS E ABRE O MESTRE E O ARQUIVO DE CASOS
002490*    (CRIADO VAZIO NA PRIMEIRA EXECUCAO). SE JA HOUVER ALERTA
002500*    GERADO PARA A DATA-MOVIMENTO O JOB NAO REPROCESSA, PARA NAO
002510*    DUPLICAR CASOS.
002520*----------------------------------------------------------------
002530 1000-INICIALIZAR.
002540     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
002550     PERFORM 1200-CARREGAR-PARAMETROS THRU 1200-EXIT
002560     COMPUTE WS-DIAS-HOJE =
002570         FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSAMENTO)
002580     COMPUTE WS-INICIO-HISTORICO =
002590         FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE
002600                                  - WS-DIAS-HISTORICO)
002610     COMPUTE WS-INICIO-FRACIONAMENTO =
002620         FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE
002630                                  - WS-DIAS-FRACIONAMENTO + 1)
002640     COMPUTE WS-INICIO-REATIVACAO =
002650         FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE
002660                                  - WS-DIAS-REATIVACAO)
002670     MOVE WS-INICIO-HISTORICO TO WS-INICIO-JANELA
002680     IF WS-INICIO-FRACIONAMENTO < WS-INICIO-JANELA
002690         MOVE WS-INICIO-FRACIONAMENTO TO WS-INICIO-JANELA
002700     END-IF
002710     IF WS-INICIO-REATIVACAO < WS-INICIO-JANELA
002720         MOVE WS-INICIO-REATIVACAO TO WS-INICIO-JANELA
002730     END-IF
002740     COMPUTE WS-PISO-FRACIONAMENTO ROUNDED =
002750         WS-LIMITE-ESPECIE * (100 - WS-FAIXA-FRACIONAMENTO) / 100
002760     OPEN INPUT CONTAS-MASTER
002770     IF NOT ST-CONTAS-OK
002780         DISPLAY "PLDMON01: ERRO AO ABRIR CONTAS, STATUS "
002790                 WS-STATUS-CONTAS
002800         GO TO 9999-ABENDAR
002810     END-IF
002820     OPEN I-O ALERTAS-ARQ
002830     IF ST-ALERTAS-INEXISTENTE
002840         OPEN OUTPUT ALERTAS-ARQ
002850         CLOSE ALERTAS-ARQ
002860         OPEN I-O ALERTAS-ARQ
002870     END-IF
002880     IF NOT ST-ALERTAS-OK
002890         DISPLAY "PLDMON01: ERRO AO ABRIR ALERTAS, STATUS "
002900                 WS-STATUS-ALERTAS
002910         GO TO 9999-ABENDAR
002920     END-IF
002930     MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA-GERACAO
002940     MOVE ZERO TO ALR-SEQUENCIA
002950     START ALERTAS-ARQ KEY IS NOT LESS THAN ALR-CHAVE
002960     IF ST-ALERTAS-OK
002970         READ ALERTAS-ARQ NEXT RECORD
002980         IF ST-ALERTAS-OK
002990             AND ALR-DATA-GERACAO = WS-DATA-PROCESSAMENTO
003000             DISPLAY "PLDMON01: ALERTAS DA DATA-MOVIMENTO "
003010                     WS-DATA-PROCESSAMENTO " JA GERADOS - "
003020                     "NADA A FAZER"
003030             CLOSE CONTAS-MASTER
003040             CLOSE ALERTAS-ARQ
003050             MOVE 4 TO RETURN-CODE
003060             STOP RUN
003070         END-IF
003080     END-IF
003090     DISPLAY "-------------------------------------------------"
003100     DISPLAY "PLDMON01 - RELATORIO DIARIO DE ALERTAS DE "
003110             "MOVIMENTACAO ATIPICA - " WS-DATA-PROCESSAMENTO
003120     MOVE WS-LIMITE-ESPECIE TO WS-VALOR-FORMATADO
003130     DISPLAY "LIMITE EM ESPECIE.......: R$ " WS-VALOR-FORMATADO
003140     MOVE WS-PISO-FRACIONAMENTO TO WS-VALOR-FORMATADO
003150     DISPLAY "FRACIONAMENTO...........: " WS-QTD-FRACIONAMENTO
003160             " DEPOSITOS DE R$ " WS-VALOR-FORMATADO
003170             " EM " WS-DIAS-FRACIONAMENTO " DIAS"
003180     MOVE WS-LIMITE-TRANSF TO WS-VALOR-FORMATADO
003190     DISPLAY "TRANSF EM REATIVADA.....: R$ " WS-VALOR-FORMATADO
003200             " ATE " WS-DIAS-REATIVACAO " DIAS"
003210     DISPLAY "FOLHA ACIMA DO HABITUAL.: " WS-FATOR-FOLHA
003220             " VEZES A MEDIA DE " WS-DIAS-HISTORICO " DIAS"
003230     DISPLAY "-------------------------------------------------".
003240 1000-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------------
003280*    1200-CARREGAR-PARAMETROS
003290*    LE O ARQUIVO DE PARAMETROS E ADOTA O REGISTRO DE MAIOR
003300*    VIGENCIA QUE NAO ULTRAPASSE A DATA DE PROCESSAMENTO,
003310*    CARREGANDO OS LIMITES E JANELAS DO MONITORAMENTO. CAMPO NAO
003320*    NUMERICO (ARQUIVO NO LAYOUT ANTIGO) OU LIMITE, QUANTIDADE OU
003330*    JANELA ZERADOS IMPEDEM A EXECUCAO, POIS O MONITORAMENTO
003340*    SAIRIA SEM EFEITO OU ALERTARIA TODO LANCAMENTO.
003350*----------------------------------------------------------------
003360 1200-CARREGAR-PARAMETROS.
003370     OPEN INPUT PARAMS-ARQ
003380     IF ST-PARAMS-INEXISTENTE
003390         DISPLAY "PLDMON01: ARQUIVO DE PARAMETROS INEXISTENTE"
003400         GO TO 9999-ABENDAR
003410     END-IF
003420     IF NOT ST-PARAMS-OK
003430         DISPLAY "PLDMON01: ERRO AO ABRIR PARAMS, STATUS "
003440                 WS-STATUS-PARAMS
003450         GO TO 9999-ABENDAR
003460     END-IF
003470     PERFORM UNTIL SW-FIM-PARAMS
003480         READ PARAMS-ARQ
003490             AT END
003500                 MOVE "S" TO WS-FIM-PARAMS
003510             NOT AT END
003520                 IF PRM-DATA-VIGENCIA <= WS-DATA-PROCESSAMENTO
003530                     AND PRM-DATA-VIGENCIA >= WS-VIGENCIA-ADOTADA
003540                     MOVE "S" TO WS-PARAMS-VIGENTE
003550                     MOVE PRM-DATA-VIGENCIA
003560                         TO WS-VIGENCIA-ADOTADA
003570                     PERFORM 1250-ADOTAR-PARAMETROS THRU 1250-EXIT
003580                 END-IF
003590         END-READ
003600     END-PERFORM
003610     CLOSE PARAMS-ARQ
003620     IF NOT SW-PARAMS-VIGENTE
003630         DISPLAY "PLDMON01: NENHUM PARAMETRO VIGENTE PARA "
003640                 WS-DATA-PROCESSAMENTO
003650         GO TO 9999-ABENDAR
003660     END-IF
003670     IF WS-LIMITE-ESPECIE = ZERO OR WS-LIMITE-TRANSF = ZERO
003680         OR WS-QTD-FRACIONAMENTO = ZERO
003690         OR WS-DIAS-FRACIONAMENTO = ZERO
003700         OR WS-DIAS-REATIVACAO = ZERO
003710         OR WS-FATOR-FOLHA = ZERO OR WS-DIAS-HISTORICO = ZERO
003720         DISPLAY "PLDMON01: LIMITES OU JANELAS DO MONITORAMENTO "
003730                 "ZERADOS NO PARAMETRO, JOB NAO EXECUTADO"
003740         GO TO 9999-ABENDAR
003750     END-IF.
003760 1200-EXIT.
003770     EXIT.
003780*
003790 1250-ADOTAR-PARAMETROS.
003800     IF PRM-PLD-LIMITE-ESPECIE NUMERIC
003810         AND PRM-PLD-FAIXA-FRACIONAMENTO NUMERIC
003820         AND PRM-PLD-QTD-FRACIONAMENTO NUMERIC
003830         AND PRM-PLD-DIAS-FRACIONAMENTO NUMERIC
003840         AND PRM-PLD-LIMITE-TRANSF NUMERIC
003850         AND PRM-PLD-DIAS-REATIVACAO NUMERIC
003860         AND PRM-PLD-FATOR-FOLHA NUMERIC
003870         AND PRM-PLD-DIAS-HISTORICO NUMERIC
003880         MOVE PRM-PLD-LIMITE-ESPECIE TO WS-LIMITE-ESPECIE
003890         MOVE PRM-PLD-FAIXA-FRACIONAMENTO
003900             TO WS-FAIXA-FRACIONAMENTO
003910         MOVE PRM-PLD-QTD-FRACIONAMENTO TO WS-QTD-FRACIONAMENTO
003920         MOVE PRM-PLD-DIAS-FRACIONAMENTO
003930             TO WS-DIAS-FRACIONAMENTO
003940         MOVE PRM-PLD-LIMITE-TRANSF TO WS-LIMITE-TRANSF
003950         MOVE PRM-PLD-DIAS-REATIVACAO TO WS-DIAS-REATIVACAO
003960         MOVE PRM-PLD-FATOR-FOLHA TO WS-FATOR-FOLHA
003970         MOVE PRM-PLD-DIAS-HISTORICO TO WS-DIAS-HISTORICO
003980     ELSE
003990         INITIALIZE WS-PARAMETROS-PLD
004000     END-IF.
004010 1250-EXIT.
004020     EXIT.
004030*
004040*----------------------------------------------------------------
004050*    1300-LER-DATA-MOVIMENTO
004060*    LE A DATA-MOVIMENTO OFICIAL DO ARQUIVO DE CONTROLE
004070*    (DATAMOV): E O DIA MONITORADO E A REFERENCIA DAS JANELAS.
004080*    SEM O ARQUIVO O JOB NAO EXECUTA.
004090*----------------------------------------------------------------
004100 1300-LER-DATA-MOVIMENTO.
004110     OPEN INPUT DATAMOV-ARQ
004120     IF ST-DATAMOV-INEXISTENTE
004130         DISPLAY "PLDMON01: ARQUIVO DATAMOV INEXISTENTE, "
004140                 "EXECUTE A IMPLANTACAO (VIRADA01)"
004150         GO TO 9999-ABENDAR
004160     END-IF
004170     IF NOT ST-DATAMOV-OK
004180         DISPLAY "PLDMON01: ERRO AO ABRIR DATAMOV, STATUS "
004190                 WS-STATUS-DATAMOV
004200         GO TO 9999-ABENDAR
004210     END-IF
004220     READ DATAMOV-ARQ
004230         AT END
004240             DISPLAY "PLDMON01: ARQUIVO DATAMOV VAZIO"
004250             GO TO 9999-ABENDAR
004260     END-READ
004270     MOVE DAT-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
004280     CLOSE DATAMOV-ARQ.
004290 1300-EXIT.
004300     EXIT.
004310*
004320*----------------------------------------------------------------
004330*    1600-SELECIONAR
004340*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA OS        *
004350*    LANCAMENTOS DO DIA DO JORNAL, OS DA JANELA (E OS DO DIA,   *
004360*    SE O CORTE JA RODOU) DO MOVHIST E AS REATIVACOES DE CONTA  *
004370*    DORMENTE DA TRILHA DE AUDITORIA DENTRO DA JANELA DE        *
004380*    REATIVACAO. SEM JORNAL OU SEM TRILHA O JOB SEGUE COM O     *
004390*    QUE HOUVER, COM AVISO NO LOG.                              *
004400*----------------------------------------------------------------
004410 1600-SELECIONAR.
004420     OPEN INPUT JORNAL-MOVTO
004430     IF ST-JORNAL-INEXISTENTE
004440         DISPLAY "PLDMON01: JORNAL INEXISTENTE - SOMENTE O "
004450                 "MOVHIST SERA LIDO"
004460         MOVE "S" TO WS-FIM-JORNAL
004470     ELSE
004480         IF NOT ST-JORNAL-OK
004490             DISPLAY "PLDMON01: ERRO AO ABRIR JORNAL, STATUS "
004500                     WS-STATUS-JORNAL
004510             MOVE 16 TO RETURN-CODE
004520             STOP RUN
004530         END-IF
004540     END-IF
004550     PERFORM UNTIL SW-FIM-JORNAL
004560         READ JORNAL-MOVTO
004570             AT END
004580                 MOVE "S" TO WS-FIM-JORNAL
004590             NOT AT END
004600                 PERFORM 1700-FILTRAR-JORNAL THRU 1700-EXIT
004610         END-READ
004620     END-PERFORM
004630     IF NOT ST-JORNAL-INEXISTENTE
004640         CLOSE JORNAL-MOVTO
004650     END-IF
004660     OPEN INPUT MOVHIST-ARQ
004670     IF ST-MOVHIST-INEXISTENTE
004680         DISPLAY "PLDMON01: MOVHIST INEXISTENTE - JANELA SEM "
004690                 "HISTORICO"
004700         MOVE "S" TO WS-FIM-MOVHIST
004710     ELSE
004720         IF NOT ST-MOVHIST-OK
004730             DISPLAY "PLDMON01: ERRO AO ABRIR MOVHIST, STATUS "
004740                     WS-STATUS-MOVHIST
004750             MOVE 16 TO RETURN-CODE
004760             STOP RUN
004770         END-IF
004780     END-IF
004790     PERFORM UNTIL SW-FIM-MOVHIST
004800         READ MOVHIST-ARQ NEXT RECORD
004810             AT END
004820                 MOVE "S" TO WS-FIM-MOVHIST
004830             NOT AT END
004840                 PERFORM 1750-FILTRAR-MOVHIST THRU 1750-EXIT
004850         END-READ
004860     END-PERFORM
004870     IF NOT ST-MOVHIST-INEXISTENTE
004880         CLOSE MOVHIST-ARQ
004890     END-IF
004900     OPEN INPUT AUDITORIA-ARQ
004910     IF NOT ST-AUDITORIA-OK
004920         DISPLAY "PLDMON01: TRILHA DE AUDITORIA INDISPONIVEL "
004930                 "(STATUS " WS-STATUS-AUDITORIA "), REATIVACOES "
004940                 "NAO AVALIADAS"
004950         MOVE "S" TO WS-FIM-AUDITORIA
004960     END-IF
004970     PERFORM UNTIL SW-FIM-AUDITORIA
004980         READ AUDITORIA-ARQ
004990             AT END
005000                 MOVE "S" TO WS-FIM-AUDITORIA
005010             NOT AT END
005020                 PERFORM 1800-FILTRAR-AUDITORIA THRU 1800-EXIT
005030         END-READ
005040     END-PERFORM
005050     IF ST-AUDITORIA-OK OR ST-AUDITORIA-FIM
005060         CLOSE AUDITORIA-ARQ
005070     END-IF.
005080 1600-EXIT.
005090     EXIT.
005100*
005110 1700-FILTRAR-JORNAL.
005120     ADD 1 TO WS-QTD-LIDOS-JORNAL
005130     IF MOV-DATA NOT = WS-DATA-PROCESSAMENTO
005140         GO TO 1700-EXIT
005150     END-IF
005160     MOVE "2" TO SRT-PARTE
005170     MOVE MOV-NUMERO-CONTA TO SRT-NUMERO-CONTA
005180     MOVE MOV-DATA TO SRT-DATA
005190     MOVE "1" TO SRT-ORIGEM
005200     MOVE MOV-SEQUENCIA TO SRT-SEQUENCIA
005210     MOVE MOV-TIPO TO SRT-TIPO
005220     MOVE MOV-VALOR TO SRT-VALOR
005230     MOVE MOV-OPERADOR TO SRT-OPERADOR
005240     PERFORM 1900-LIBERAR THRU 1900-EXIT.
005250 1700-EXIT.
005260     EXIT.
005270*
005280 1750-FILTRAR-MOVHIST.
005290     ADD 1 TO WS-QTD-LIDOS-MOVHIST
005300     IF HST-DATA < WS-INICIO-JANELA
005310         OR HST-DATA > WS-DATA-PROCESSAMENTO
005320         GO TO 1750-EXIT
005330     END-IF
005340     IF HST-DATA = WS-DATA-PROCESSAMENTO
005350         MOVE "2" TO SRT-PARTE
005360     ELSE
005370         MOVE "1" TO SRT-PARTE
005380     END-IF
005390     MOVE HST-NUMERO-CONTA TO SRT-NUMERO-CONTA
005400     MOVE HST-DATA TO SRT-DATA
005410     MOVE "1" TO SRT-ORIGEM
005420     MOVE HST-SEQUENCIA TO SRT-SEQUENCIA
005430     MOVE HST-TIPO TO SRT-TIPO
005440     MOVE HST-VALOR TO SRT-VALOR
005450     MOVE HST-OPERADOR TO SRT-OPERADOR
005460     PERFORM 1900-LIBERAR THRU 1900-EXIT.
005470 1750-EXIT.
005480     EXIT.
005490*
005500 1800-FILTRAR-AUDITORIA.
005510     IF AUD-CAMPO NOT = "STATUS-CONTA"
005520         OR AUD-VALOR-ANTERIOR NOT = "D"
005530         OR AUD-VALOR-NOVO NOT = "A"
005540         GO TO 1800-EXIT
005550     END-IF
005560     IF AUD-DATA < WS-INICIO-REATIVACAO
005570         OR AUD-DATA > WS-DATA-PROCESSAMENTO
005580         GO TO 1800-EXIT
005590     END-IF
005600     ADD 1 TO WS-QTD-REATIVACOES
005610     MOVE "2" TO SRT-PARTE
005620     MOVE AUD-NUMERO-CONTA TO SRT-NUMERO-CONTA
005630     MOVE AUD-DATA TO SRT-DATA
005640     MOVE "0" TO SRT-ORIGEM
005650     MOVE ZERO TO SRT-SEQUENCIA
005660     MOVE SPACE TO SRT-TIPO
005670     MOVE ZERO TO SRT-VALOR
005680     MOVE AUD-OPERADOR TO SRT-OPERADOR
005690     PERFORM 1900-LIBERAR THRU 1900-EXIT.
005700 1800-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------------
005740*    1900-LIBERAR
005750*    COMPLETA O GRUPO DO REGISTRO COM O CPF DA CONTA (O MESTRE  *
005760*    SO E RELIDO QUANDO A CONTA MUDA) E O LIBERA. CONTA AUSENTE *
005770*    DO MESTRE OU SEM VINCULO DE CPF FORMA UM GRUPO SO SEU.     *
005780*----------------------------------------------------------------
005790 1900-LIBERAR.
005800     IF SRT-NUMERO-CONTA NOT = WS-CONTA-LIDA
005810         MOVE SRT-NUMERO-CONTA TO WS-CONTA-LIDA
005820         MOVE SRT-NUMERO-CONTA TO CTA-NUMERO
005830         MOVE ZERO TO WS-CPF-LIDO
005840         READ CONTAS-MASTER
005850         IF ST-CONTAS-OK AND CTA-NUMERO-CLIENTE IS NUMERIC
005860             MOVE CTA-NUMERO-CLIENTE TO WS-CPF-LIDO
005870         END-IF
005880     END-IF
005890     MOVE WS-CPF-LIDO TO SRT-CPF
005900     IF WS-CPF-LIDO = ZERO
005910         MOVE SRT-NUMERO-CONTA TO SRT-CONTA-SEM-CPF
005920     ELSE
005930         MOVE ZERO TO SRT-CONTA-SEM-CPF
005940     END-IF
005950     ADD 1 TO WS-QTD-SELECIONADOS
005960     RELEASE SRT-REGISTRO.
005970 1900-EXIT.
005980     EXIT.
005990*
006000*----------------------------------------------------------------
006010*    2000-AVALIAR
006020*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PERCORRE OS        *
006030*    REGISTROS EM ORDEM DE GRUPO (CLIENTE), PARTE, CONTA E      *
006040*    DATA, ELIMINANDO A REPETICAO DO MESMO LANCAMENTO NO        *
006050*    JORNAL E NO MOVHIST.                                       *
006060*----------------------------------------------------------------
006070 2000-AVALIAR.
006080     PERFORM UNTIL SW-FIM-CLASSIFICADO
006090         RETURN ARQ-ORDENACAO
006100             AT END
006110                 MOVE "S" TO WS-FIM-CLASSIFICADO
006120             NOT AT END
006130                 PERFORM 2100-TRATAR-REGISTRO THRU 2100-EXIT
006140         END-RETURN
006150     END-PERFORM
006160     IF SW-GRUPO-ABERTO
006170         PERFORM 2600-FECHAR-GRUPO THRU 2600-EXIT
006180     END-IF.
006190 2000-EXIT.
006200     EXIT.
006210*
006220 2100-TRATAR-REGISTRO.
006230     IF SRT-CHAVE = WS-CHAVE-ANTERIOR
006240         ADD 1 TO WS-QTD-DUPLICADOS
006250         GO TO 2100-EXIT
006260     END-IF
006270     MOVE SRT-CHAVE TO WS-CHAVE-ANTERIOR
006280     IF SRT-GRUPO NOT = WS-GRUPO-ATUAL
006290         OR NOT SW-GRUPO-ABERTO
006300         IF SW-GRUPO-ABERTO
006310             PERFORM 2600-FECHAR-GRUPO THRU 2600-EXIT
006320         END-IF
006330         PERFORM 2200-ABRIR-GRUPO THRU 2200-EXIT
006340     END-IF
006350     IF SRT-PARTE-JANELA
006360         PERFORM 2300-ACUMULAR-JANELA THRU 2300-EXIT
006370         GO TO 2100-EXIT
006380     END-IF
006390     IF SRT-NUMERO-CONTA NOT = WS-CONTA-ATUAL
006400         MOVE SRT-NUMERO-CONTA TO WS-CONTA-ATUAL
006410         MOVE ZERO TO WS-DATA-REATIVACAO
006420     END-IF
006430     IF SRT-REATIVACAO
006440         MOVE SRT-DATA TO WS-DATA-REATIVACAO
006450         GO TO 2100-EXIT
006460     END-IF
006470     PERFORM 2400-AVALIAR-LANCAMENTO THRU 2400-EXIT.
006480 2100-EXIT.
006490     EXIT.
006500*
006510 2200-ABRIR-GRUPO.
006520     MOVE SRT-GRUPO TO WS-GRUPO-ATUAL
006530     MOVE SRT-CPF TO WS-CPF-ATUAL
006540     MOVE "S" TO WS-GRUPO-ABERTO
006550     ADD 1 TO WS-QTD-GRUPOS
006560     MOVE ZERO TO WS-CONTA-ATUAL WS-DATA-REATIVACAO
006570     INITIALIZE WS-ACUMULADORES-GRUPO.
006580 2200-EXIT.
006590     EXIT.
006600*
006610*----------------------------------------------------------------
006620*    2300-ACUMULAR-JANELA
006630*    LANCAMENTO DOS DIAS ANTERIORES: CONTA OS DEPOSITOS EM      *
006640*    ESPECIE NA FAIXA DE FRACIONAMENTO DENTRO DA JANELA CURTA E *
006650*    ACUMULA OS CREDITOS DE FOLHA DA JANELA DE HISTORICO PARA A *
006660*    MEDIA HABITUAL DO CLIENTE.                                 *
006670*----------------------------------------------------------------
006680 2300-ACUMULAR-JANELA.
006690     IF SRT-TIPO-DEPOSITO
006700         AND SRT-DATA NOT < WS-INICIO-FRACIONAMENTO
006710         AND SRT-VALOR NOT < WS-PISO-FRACIONAMENTO
006720         AND SRT-VALOR < WS-LIMITE-ESPECIE
006730         ADD 1 TO WS-QTD-FRAC-JANELA
006740         ADD SRT-VALOR TO WS-TOTAL-FRAC
006750     END-IF
006760     IF SRT-TIPO-CRED-FOLHA
006770         AND SRT-DATA NOT < WS-INICIO-HISTORICO
006780         ADD 1 TO WS-QTD-FOLHA
006790         ADD SRT-VALOR TO WS-TOTAL-FOLHA
006800     END-IF.
006810 2300-EXIT.
006820     EXIT.
006830*
006840*----------------------------------------------------------------
006850*    2400-AVALIAR-LANCAMENTO
006860*    LANCAMENTO DO DIA: APLICA AS REGRAS DE ESPECIE ACIMA DO    *
006870*    LIMITE, TRANSFERENCIA EM CONTA REATIVADA E FOLHA ACIMA DO  *
006880*    HABITUAL, E CONTA O DEPOSITO NA FAIXA DE FRACIONAMENTO     *
006890*    (AVALIADO NO FECHAMENTO DO GRUPO).                         *
006900*----------------------------------------------------------------
006910 2400-AVALIAR-LANCAMENTO.
006920     IF (SRT-TIPO-DEPOSITO OR SRT-TIPO-SAQUE)
006930         AND SRT-VALOR NOT < WS-LIMITE-ESPECIE
006940         MOVE "E" TO ALR-TIPO-ALERTA
006950         MOVE 1 TO ALR-QTD-LANCAMENTOS
006960         MOVE SRT-VALOR TO ALR-VALOR
006970         MOVE WS-LIMITE-ESPECIE TO ALR-VALOR-REFERENCIA
006980         PERFORM 2500-GRAVAR-ALERTA THRU 2500-EXIT
006990     END-IF
007000     IF SRT-TIPO-DEPOSITO
007010         AND SRT-VALOR NOT < WS-PISO-FRACIONAMENTO
007020         AND SRT-VALOR < WS-LIMITE-ESPECIE
007030         ADD 1 TO WS-QTD-FRAC-DIA
007040         ADD SRT-VALOR TO WS-TOTAL-FRAC
007050         MOVE SRT-NUMERO-CONTA TO WS-CONTA-FRAC
007060         MOVE SRT-SEQUENCIA TO WS-SEQ-FRAC
007070         MOVE SRT-OPERADOR TO WS-OPERADOR-FRAC
007080     END-IF
007090     IF (SRT-TIPO-TRANSF-DEBITO OR SRT-TIPO-TRANSF-CREDITO)
007100         AND SRT-VALOR NOT < WS-LIMITE-TRANSF
007110         AND WS-DATA-REATIVACAO NOT < WS-INICIO-REATIVACAO
007120         AND WS-DATA-REATIVACAO > ZERO
007130         MOVE "R" TO ALR-TIPO-ALERTA
007140         MOVE 1 TO ALR-QTD-LANCAMENTOS
007150         MOVE SRT-VALOR TO ALR-VALOR
007160         MOVE WS-LIMITE-TRANSF TO ALR-VALOR-REFERENCIA
007170         PERFORM 2500-GRAVAR-ALERTA THRU 2500-EXIT
007180     END-IF
007190     IF SRT-TIPO-CRED-FOLHA AND WS-QTD-FOLHA > ZERO
007200         COMPUTE WS-MEDIA-FOLHA ROUNDED =
007210             WS-TOTAL-FOLHA / WS-QTD-FOLHA
007220         COMPUTE WS-TETO-FOLHA ROUNDED =
007230             WS-MEDIA-FOLHA * WS-FATOR-FOLHA
007240         IF SRT-VALOR > WS-TETO-FOLHA
007250             MOVE "P" TO ALR-TIPO-ALERTA
007260             MOVE WS-QTD-FOLHA TO ALR-QTD-LANCAMENTOS
007270             MOVE SRT-VALOR TO ALR-VALOR
007280             MOVE WS-MEDIA-FOLHA TO ALR-VALOR-REFERENCIA
007290             PERFORM 2500-GRAVAR-ALERTA THRU 2500-EXIT
007300         END-IF
007310     END-IF.
007320 2400-EXIT.
007330     EXIT.
007340*
007350*----------------------------------------------------------------
007360*    2500-GRAVAR-ALERTA
007370*    GRAVA UM CASO NOVO NO ARQUIVO DE ALERTAS COM OS DADOS DO   *
007380*    LANCAMENTO CORRENTE (O CHAMADOR PREENCHE TIPO, VALOR,      *
007390*    QUANTIDADE E REFERENCIA) E O IMPRIME NO RELATORIO DIARIO.  *
007400*----------------------------------------------------------------
007410 2500-GRAVAR-ALERTA.
007420     MOVE SRT-NUMERO-CONTA TO ALR-NUMERO-CONTA
007430     MOVE SRT-DATA TO ALR-DATA-MOVTO
007440     MOVE SRT-SEQUENCIA TO ALR-SEQ-MOVTO
007450     MOVE SRT-TIPO TO ALR-TIPO-MOVTO
007460     MOVE SRT-OPERADOR TO ALR-OPERADOR
007470     PERFORM 2550-GRAVAR-CASO THRU 2550-EXIT.
007480 2500-EXIT.
007490     EXIT.
007500*
007510 2550-GRAVAR-CASO.
007520     ADD 1 TO WS-SEQ-ALERTA
007530     MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA-GERACAO
007540     MOVE WS-SEQ-ALERTA TO ALR-SEQUENCIA
007550     MOVE WS-CPF-ATUAL TO ALR-CPF
007560     MOVE "N" TO ALR-STATUS
007570     MOVE ZERO TO ALR-DATA-TRATAMENTO ALR-OPERADOR-TRATAMENTO
007580     WRITE ALR-REGISTRO
007590     IF NOT ST-ALERTAS-OK
007600         DISPLAY "PLDMON01: ERRO AO GRAVAR ALERTAS, STATUS "
007610                 WS-STATUS-ALERTAS
007620         GO TO 9999-ABENDAR
007630     END-IF
007640     IF ALR-ALERTA-ESPECIE
007650         ADD 1 TO WS-QTD-ALERTAS-ESPECIE
007660     END-IF
007670     IF ALR-ALERTA-FRACIONAMENTO
007680         ADD 1 TO WS-QTD-ALERTAS-FRAC
007690     END-IF
007700     IF ALR-ALERTA-REATIVADA
007710         ADD 1 TO WS-QTD-ALERTAS-REATIV
007720     END-IF
007730     IF ALR-ALERTA-FOLHA
007740         ADD 1 TO WS-QTD-ALERTAS-FOLHA
007750     END-IF
007760     MOVE ALR-VALOR TO WS-VALOR-FORMATADO
007770     MOVE ALR-VALOR-REFERENCIA TO WS-REFERENCIA-FORMATADA
007780     DISPLAY " "
007790     DISPLAY "ALERTA " ALR-SEQUENCIA " TIPO " ALR-TIPO-ALERTA
007800             "  CPF " ALR-CPF "  CONTA " ALR-NUMERO-CONTA
007810             "  LANCTO " ALR-DATA-MOVTO "/" ALR-SEQ-MOVTO
007820             " " ALR-TIPO-MOVTO
007830     IF ALR-ALERTA-ESPECIE
007840         DISPLAY "    ESPECIE ACIMA DO LIMITE: R$"
007850                 WS-VALOR-FORMATADO "  LIMITE R$"
007860                 WS-REFERENCIA-FORMATADA
007870                 "  OPERADOR " ALR-OPERADOR
007880     END-IF
007890     IF ALR-ALERTA-FRACIONAMENTO
007900         DISPLAY "    FRACIONAMENTO: " ALR-QTD-LANCAMENTOS
007910                 " DEPOSITOS SOMANDO R$" WS-VALOR-FORMATADO
007920                 "  LIMITE R$" WS-REFERENCIA-FORMATADA
007930                 "  OPERADOR " ALR-OPERADOR
007940     END-IF
007950     IF ALR-ALERTA-REATIVADA
007960         DISPLAY "    TRANSFERENCIA EM CONTA REATIVADA EM "
007970                 WS-DATA-REATIVACAO ": R$" WS-VALOR-FORMATADO
007980     END-IF
007990     IF ALR-ALERTA-FOLHA
008000         DISPLAY "    FOLHA ACIMA DO HABITUAL: R$"
008010                 WS-VALOR-FORMATADO "  MEDIA R$"
008020                 WS-REFERENCIA-FORMATADA " EM "
008030                 ALR-QTD-LANCAMENTOS " CREDITOS"
008040     END-IF.
008050 2550-EXIT.
008060     EXIT.
008070*
008080*----------------------------------------------------------------
008090*    2600-FECHAR-GRUPO
008100*    AVALIA O FRACIONAMENTO DO CLIENTE: COM PELO MENOS UM       *
008110*    DEPOSITO DO DIA NA FAIXA E A QUANTIDADE MINIMA ATINGIDA NA *
008120*    JANELA (DIA INCLUSIVE), GERA UM ALERTA COM A SOMA DOS      *
008130*    DEPOSITOS, REFERENCIANDO O ULTIMO DEPOSITO DO DIA.         *
008140*----------------------------------------------------------------
008150 2600-FECHAR-GRUPO.
008160     MOVE "N" TO WS-GRUPO-ABERTO
008170     IF WS-QTD-FRAC-DIA = ZERO
008180         GO TO 2600-EXIT
008190     END-IF
008200     IF WS-QTD-FRAC-JANELA + WS-QTD-FRAC-DIA
008210             < WS-QTD-FRACIONAMENTO
008220         GO TO 2600-EXIT
008230     END-IF
008240     MOVE "F" TO ALR-TIPO-ALERTA
008250     COMPUTE ALR-QTD-LANCAMENTOS =
008260         WS-QTD-FRAC-JANELA + WS-QTD-FRAC-DIA
008270     MOVE WS-TOTAL-FRAC TO ALR-VALOR
008280     MOVE WS-LIMITE-ESPECIE TO ALR-VALOR-REFERENCIA
008290     MOVE WS-CONTA-FRAC TO ALR-NUMERO-CONTA
008300     MOVE WS-DATA-PROCESSAMENTO TO ALR-DATA-MOVTO
008310     MOVE WS-SEQ-FRAC TO ALR-SEQ-MOVTO
008320     MOVE "D" TO ALR-TIPO-MOVTO
008330     MOVE WS-OPERADOR-FRAC TO ALR-OPERADOR
008340     PERFORM 2550-GRAVAR-CASO THRU 2550-EXIT.
008350 2600-EXIT.
008360     EXIT.
008370*
008380*----------------------------------------------------------------
008390*    3000-FINALIZAR
008400*    CONTA OS CASOS DO ARQUIVO POR STATUS (CARTEIRA DE CASOS    *
008410*    AINDA SEM TRATAMENTO), FECHA OS ARQUIVOS E EXIBE O RESUMO  *
008420*    DO RELATORIO DIARIO.                                       *
008430*----------------------------------------------------------------
008440 3000-FINALIZAR.
008450     MOVE LOW-VALUES TO ALR-CHAVE
008460     START ALERTAS-ARQ KEY IS NOT LESS THAN ALR-CHAVE
008470     IF NOT ST-ALERTAS-OK
008480         MOVE "S" TO WS-FIM-ALERTAS
008490     END-IF
008500     PERFORM UNTIL SW-FIM-ALERTAS
008510         READ ALERTAS-ARQ NEXT RECORD
008520             AT END
008530                 MOVE "S" TO WS-FIM-ALERTAS
008540             NOT AT END
008550                 PERFORM 3100-CONTAR-CASO THRU 3100-EXIT
008560         END-READ
008570     END-PERFORM
008580     CLOSE CONTAS-MASTER
008590     CLOSE ALERTAS-ARQ
008600     DISPLAY " "
008610     DISPLAY "-------------------------------------------------"
008620     DISPLAY "PLDMON01 - MONITORAMENTO CONCLUIDO"
008630     DISPLAY "LANCAMENTOS LIDOS DO JORNAL...: "
008640             WS-QTD-LIDOS-JORNAL
008650     DISPLAY "LANCAMENTOS LIDOS DO MOVHIST..: "
008660             WS-QTD-LIDOS-MOVHIST
008670     DISPLAY "REATIVACOES NA JANELA.........: "
008680             WS-QTD-REATIVACOES
008690     DISPLAY "REGISTROS CLASSIFICADOS.......: "
008700             WS-QTD-SELECIONADOS
008710     DISPLAY "REPETIDOS JORNAL/MOVHIST......: "
008720             WS-QTD-DUPLICADOS
008730     DISPLAY "CLIENTES AVALIADOS............: " WS-QTD-GRUPOS
008740     DISPLAY "ALERTAS ESPECIE (E)...........: "
008750             WS-QTD-ALERTAS-ESPECIE
008760     DISPLAY "ALERTAS FRACIONAMENTO (F).....: "
008770             WS-QTD-ALERTAS-FRAC
008780     DISPLAY "ALERTAS CONTA REATIVADA (R)...: "
008790             WS-QTD-ALERTAS-REATIV
008800     DISPLAY "ALERTAS FOLHA ATIPICA (P).....: "
008810             WS-QTD-ALERTAS-FOLHA
008820     DISPLAY "CASOS NOVOS (SEM TRATAMENTO)..: "
008830             WS-QTD-CASOS-NOVOS
008840     DISPLAY "CASOS ANALISADOS..............: "
008850             WS-QTD-CASOS-ANALISADOS
008860     DISPLAY "CASOS COMUNICADOS.............: "
008870             WS-QTD-CASOS-COMUNICADOS
008880     DISPLAY "CASOS DESCARTADOS.............: "
008890             WS-QTD-CASOS-DESCARTADOS
008900     DISPLAY "-------------------------------------------------".
008910 3000-EXIT.
008920     EXIT.
008930*
008940 3100-CONTAR-CASO.
008950     IF ALR-CASO-NOVO
008960         ADD 1 TO WS-QTD-CASOS-NOVOS
008970     END-IF
008980     IF ALR-CASO-ANALISADO
008990         ADD 1 TO WS-QTD-CASOS-ANALISADOS
009000     END-IF
009010     IF ALR-CASO-COMUNICADO
009020         ADD 1 TO WS-QTD-CASOS-COMUNICADOS
009030     END-IF
009040     IF ALR-CASO-DESCARTADO
009050         ADD 1 TO WS-QTD-CASOS-DESCARTADOS
009060     END-IF.
009070 3100-EXIT.
009080     EXIT.
009090*
009100 9999-ABENDAR.
009110     DISPLAY "PLDMON01: ENCERRADO COM ERRO - VERIFIQUE OS "
009120             "STATUS ACIMA".
009130     MOVE 16 TO RETURN-CODE
009140     STOP RUN.
