000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCAR01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    RELATORIO DA CARTEIRA DE EMPRESTIMO PESSOAL. LISTA OS      *
000090*    CONTRATOS ATIVOS DO ARQUIVO EMPRESTI COM O SALDO DEVEDOR,  *
000100*    AS PARCELAS PAGAS E, PELO ARQUIVO PARCELAS, AS PARCELAS    *
000110*    VENCIDAS E NAO PAGAS NA DATA-MOVIMENTO (VALOR, MORA ATE A  *
000120*    DATA PELA TAXA DIARIA DO CONTRATO E MAIOR ATRASO EM DIAS). *
000130*    CADA CONTRATO E CLASSIFICADO NA FAIXA DE ATRASO DA SUA     *
000140*    PARCELA MAIS ANTIGA EM ABERTO: EM DIA, 1-30, 31-60, 61-90  *
000150*    E ACIMA DE 90 DIAS. NO FIM, O RESUMO POR FAIXA (CONTRATOS, *
000160*    SALDO DEVEDOR, PARCELAS E VALOR VENCIDO) E A QUANTIDADE DE *
000170*    CONTRATOS LIQUIDADOS E QUITADOS ANTECIPADAMENTE. SOMENTE   *
000180*    LEITURA: PODE SER EXECUTADO A QUALQUER MOMENTO, FORA DA    *
000190*    CADEIA NOTURNA.                                            *
000200*****************************************************************
000210*    HISTORICO DE MANUTENCAO                                   *
000220*    DATA       AUTOR   DESCRICAO                               *
000230*    ---------- ------- -----------------------------------------
000240*    2026-10-15 CL      CRIACAO DO RELATORIO - CARTEIRA DE      *
000250*                       EMPRESTIMOS E ATRASO POR FAIXA          *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT EMPRESTI-ARQ ASSIGN TO "EMPRESTI"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS EMP-CHAVE
000340         FILE STATUS IS WS-STATUS-EMPRESTI.
000350     SELECT PARCELAS-ARQ ASSIGN TO "PARCELAS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PAR-CHAVE
000390         FILE STATUS IS WS-STATUS-PARCELAS.
000400     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-STATUS-DATAMOV.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPRESTI-ARQ
000460     LABEL RECORD IS STANDARD.
000470 COPY EMPREG.
000480 FD  PARCELAS-ARQ
000490     LABEL RECORD IS STANDARD.
000500 COPY PARREG.
000510 FD  DATAMOV-ARQ
000520     LABEL RECORD IS STANDARD.
000530 COPY DATREG.
000540 WORKING-STORAGE SECTION.
000550 01  WS-STATUS-EMPRESTI          PIC X(02) VALUE "00".
000560     88  ST-EMPRESTI-OK                   VALUE "00".
000570     88  ST-EMPRESTI-INEXISTENTE          VALUE "35".
000580 01  WS-STATUS-PARCELAS          PIC X(02) VALUE "00".
000590     88  ST-PARCELAS-OK                   VALUE "00".
000600     88  ST-PARCELAS-INEXISTENTE          VALUE "35".
000610 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
000620     88  ST-DATAMOV-OK                    VALUE "00".
000630     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
000640 01  WS-FLAGS.
000650     05  WS-FIM-EMPRESTI         PIC X(01) VALUE "N".
000660         88  SW-FIM-EMPRESTI            VALUE "S".
000670     05  WS-FIM-PARCELAS         PIC X(01) VALUE "N".
000680         88  SW-FIM-PARCELAS            VALUE "S".
000690 01  WS-DATA-REFERENCIA          PIC 9(08) VALUE ZERO.
000700 01  WS-CONTRATO-CORRENTE.
000710     05  WS-QTD-VENCIDAS         PIC 9(03) VALUE ZERO.
000720     05  WS-VALOR-VENCIDO        PIC 9(07)V99 VALUE ZERO.
000730     05  WS-MORA-CONTRATO        PIC 9(07)V99 VALUE ZERO.
000740     05  WS-MAIOR-ATRASO         PIC 9(04) VALUE ZERO.
000750     05  WS-DIAS-ATRASO          PIC 9(04) VALUE ZERO.
000760     05  WS-MORA-PARCELA         PIC 9(05)V99 VALUE ZERO.
000770 01  WS-CONTADORES.
000780     05  WS-QTD-ATIVOS           PIC 9(05) COMP VALUE ZERO.
000790     05  WS-QTD-LIQUIDADOS       PIC 9(05) COMP VALUE ZERO.
000800     05  WS-QTD-QUITADOS         PIC 9(05) COMP VALUE ZERO.
000810     05  WS-CTR-EM-DIA           PIC 9(05) COMP VALUE ZERO.
000820     05  WS-CTR-FAIXA-30         PIC 9(05) COMP VALUE ZERO.
000830     05  WS-CTR-FAIXA-60         PIC 9(05) COMP VALUE ZERO.
000840     05  WS-CTR-FAIXA-90         PIC 9(05) COMP VALUE ZERO.
000850     05  WS-CTR-FAIXA-MAIS       PIC 9(05) COMP VALUE ZERO.
000860     05  WS-PAR-FAIXA-30         PIC 9(05) COMP VALUE ZERO.
000870     05  WS-PAR-FAIXA-60         PIC 9(05) COMP VALUE ZERO.
000880     05  WS-PAR-FAIXA-90         PIC 9(05) COMP VALUE ZERO.
000890     05  WS-PAR-FAIXA-MAIS       PIC 9(05) COMP VALUE ZERO.
000900 01  WS-TOTAIS.
000910     05  WS-SALDO-TOTAL          PIC 9(11)V99 VALUE ZERO.
000920     05  WS-SALDO-EM-DIA         PIC 9(11)V99 VALUE ZERO.
000930     05  WS-SALDO-FAIXA-30       PIC 9(11)V99 VALUE ZERO.
000940     05  WS-SALDO-FAIXA-60       PIC 9(11)V99 VALUE ZERO.
000950     05  WS-SALDO-FAIXA-90       PIC 9(11)V99 VALUE ZERO.
000960     05  WS-SALDO-FAIXA-MAIS     PIC 9(11)V99 VALUE ZERO.
000970     05  WS-VENCIDO-FAIXA-30     PIC 9(11)V99 VALUE ZERO.
000980     05  WS-VENCIDO-FAIXA-60     PIC 9(11)V99 VALUE ZERO.
000990     05  WS-VENCIDO-FAIXA-90     PIC 9(11)V99 VALUE ZERO.
001000     05  WS-VENCIDO-FAIXA-MAIS   PIC 9(11)V99 VALUE ZERO.
001010     05  WS-VENCIDO-TOTAL        PIC 9(11)V99 VALUE ZERO.
001020     05  WS-MORA-TOTAL           PIC 9(11)V99 VALUE ZERO.
001030 01  WS-LINHA-CONTRATO.
001040     05  LC-CONTA                PIC 9(07).
001050     05  FILLER                  PIC X(01) VALUE "/".
001060     05  LC-CONTRATO             PIC 9(03).
001070     05  FILLER                  PIC X(01) VALUE SPACE.
001080     05  LC-CONTRATACAO          PIC 9(08).
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  LC-PRINCIPAL            PIC ZZ,ZZ9.99.
001110     05  FILLER                  PIC X(01) VALUE SPACE.
001120     05  LC-PARCELA              PIC ZZ,ZZ9.99.
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  LC-PAGAS                PIC ZZ9.
001150     05  FILLER                  PIC X(01) VALUE "/".
001160     05  LC-TOTAL-PARCELAS       PIC 999.
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  LC-SALDO-DEVEDOR        PIC Z,ZZZ,ZZ9.99.
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  LC-VENCIDAS             PIC ZZ9.
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  LC-VALOR-VENCIDO        PIC Z,ZZZ,ZZ9.99.
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  LC-MORA                 PIC Z,ZZZ,ZZ9.99.
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  LC-MAIOR-ATRASO         PIC Z,ZZ9.
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  LC-FAIXA                PIC X(06).
001290 01  WS-LINHA-FAIXA.
001300     05  LF-FAIXA                PIC X(10).
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  LF-CONTRATOS            PIC ZZ,ZZ9.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  LF-SALDO-DEVEDOR        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001350     05  FILLER                  PIC X(01) VALUE SPACE.
001360     05  LF-PARCELAS             PIC ZZ,ZZ9.
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  LF-VALOR-VENCIDO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001420     PERFORM 2000-LISTAR-CONTRATOS THRU 2000-EXIT
001430     PERFORM 3000-FINALIZAR THRU 3000-EXIT
001440     STOP RUN.
001450*
001460*----------------------------------------------------------------
001470*    1000-INICIALIZAR
001480*    LE A DATA-MOVIMENTO DE REFERENCIA DO ATRASO (DATAMOV) E
001490*    ABRE OS ARQUIVOS DE CONTRATOS E DE PARCELAS. SEM CONTRATOS
001500*    O RELATORIO SO AVISA E TERMINA.
001510*----------------------------------------------------------------
001520 1000-INICIALIZAR.
001530     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001540     OPEN INPUT EMPRESTI-ARQ
001550     IF ST-EMPRESTI-INEXISTENTE
001560         DISPLAY "EMPCAR01: NENHUM EMPRESTIMO CONTRATADO "
001570                 "(EMPRESTI INEXISTENTE)"
001580         STOP RUN
001590     END-IF
001600     IF NOT ST-EMPRESTI-OK
001610         DISPLAY "EMPCAR01: ERRO AO ABRIR EMPRESTI, STATUS "
001620                 WS-STATUS-EMPRESTI
001630         GO TO 9999-ABENDAR
001640     END-IF
001650     OPEN INPUT PARCELAS-ARQ
001660     IF NOT ST-PARCELAS-OK
001670         DISPLAY "EMPCAR01: ERRO AO ABRIR PARCELAS, STATUS "
001680                 WS-STATUS-PARCELAS
001690         GO TO 9999-ABENDAR
001700     END-IF
001710     DISPLAY "-------------------------------------------------"
001720     DISPLAY "EMPCAR01 - CARTEIRA DE EMPRESTIMOS - POSICAO EM "
001730             WS-DATA-REFERENCIA
001740     DISPLAY "-------------------------------------------------"
001750     DISPLAY "CONTA/CTR   CONTRATO  PRINCIPAL   PARCELA PG/TOT "
001760             "SALDO DEVEDOR VEN VALOR VENCIDO          MORA "
001770             "DIAS FAIXA".
001780 1000-EXIT.
001790     EXIT.
001800*
001810 2000-LISTAR-CONTRATOS.
001820     PERFORM UNTIL SW-FIM-EMPRESTI
001830         READ EMPRESTI-ARQ NEXT RECORD
001840             AT END
001850                 MOVE "S" TO WS-FIM-EMPRESTI
001860             NOT AT END
001870                 PERFORM 2100-TRATAR-CONTRATO THRU 2100-EXIT
001880         END-READ
001890     END-PERFORM.
001900 2000-EXIT.
001910     EXIT.
001920*
001930*----------------------------------------------------------------
001940*    2100-TRATAR-CONTRATO
001950*    CONTRATO ENCERRADO SO E CONTADO. CONTRATO ATIVO TEM AS
001960*    PARCELAS VENCIDAS APURADAS, E CLASSIFICADO NA FAIXA DO
001970*    MAIOR ATRASO E IMPRESSO.
001980*----------------------------------------------------------------
001990 2100-TRATAR-CONTRATO.
002000     IF EMP-CONTRATO-LIQUIDADO
002010         ADD 1 TO WS-QTD-LIQUIDADOS
002020         GO TO 2100-EXIT
002030     END-IF
002040     IF EMP-CONTRATO-QUITADO
002050         ADD 1 TO WS-QTD-QUITADOS
002060         GO TO 2100-EXIT
002070     END-IF
002080     ADD 1 TO WS-QTD-ATIVOS
002090     ADD EMP-SALDO-DEVEDOR TO WS-SALDO-TOTAL
002100     PERFORM 2200-APURAR-ATRASO THRU 2200-EXIT
002110     EVALUATE TRUE
002120         WHEN WS-MAIOR-ATRASO = ZERO
002130             MOVE "EM DIA" TO LC-FAIXA
002140             ADD 1 TO WS-CTR-EM-DIA
002150             ADD EMP-SALDO-DEVEDOR TO WS-SALDO-EM-DIA
002160         WHEN WS-MAIOR-ATRASO NOT > 30
002170             MOVE "01-30" TO LC-FAIXA
002180             ADD 1 TO WS-CTR-FAIXA-30
002190             ADD EMP-SALDO-DEVEDOR TO WS-SALDO-FAIXA-30
002200         WHEN WS-MAIOR-ATRASO NOT > 60
002210             MOVE "31-60" TO LC-FAIXA
002220             ADD 1 TO WS-CTR-FAIXA-60
002230             ADD EMP-SALDO-DEVEDOR TO WS-SALDO-FAIXA-60
002240         WHEN WS-MAIOR-ATRASO NOT > 90
002250             MOVE "61-90" TO LC-FAIXA
002260             ADD 1 TO WS-CTR-FAIXA-90
002270             ADD EMP-SALDO-DEVEDOR TO WS-SALDO-FAIXA-90
002280         WHEN OTHER
002290             MOVE "90+" TO LC-FAIXA
002300             ADD 1 TO WS-CTR-FAIXA-MAIS
002310             ADD EMP-SALDO-DEVEDOR TO WS-SALDO-FAIXA-MAIS
002320     END-EVALUATE
002330     ADD WS-VALOR-VENCIDO TO WS-VENCIDO-TOTAL
002340     ADD WS-MORA-CONTRATO TO WS-MORA-TOTAL
002350     MOVE EMP-NUMERO-CONTA TO LC-CONTA
002360     MOVE EMP-NUMERO-CONTRATO TO LC-CONTRATO
002370     MOVE EMP-DATA-CONTRATACAO TO LC-CONTRATACAO
002380     MOVE EMP-VALOR-PRINCIPAL TO LC-PRINCIPAL
002390     MOVE EMP-VALOR-PARCELA TO LC-PARCELA
002400     MOVE EMP-QTD-PAGAS TO LC-PAGAS
002410     MOVE EMP-QTD-PARCELAS TO LC-TOTAL-PARCELAS
002420     MOVE EMP-SALDO-DEVEDOR TO LC-SALDO-DEVEDOR
002430     MOVE WS-QTD-VENCIDAS TO LC-VENCIDAS
002440     MOVE WS-VALOR-VENCIDO TO LC-VALOR-VENCIDO
002450     MOVE WS-MORA-CONTRATO TO LC-MORA
002460     MOVE WS-MAIOR-ATRASO TO LC-MAIOR-ATRASO
002470     DISPLAY WS-LINHA-CONTRATO.
002480 2100-EXIT.
002490     EXIT.
002500*
002510*----------------------------------------------------------------
002520*    2200-APURAR-ATRASO
002530*    PERCORRE AS PARCELAS DO CONTRATO LIDO, POR POSICIONAMENTO
002540*    NA CHAVE, SOMANDO AS VENCIDAS E NAO PAGAS.
002550*----------------------------------------------------------------
002560 2200-APURAR-ATRASO.
002570     MOVE ZERO TO WS-QTD-VENCIDAS WS-VALOR-VENCIDO
002580                  WS-MORA-CONTRATO WS-MAIOR-ATRASO
002590     MOVE "N" TO WS-FIM-PARCELAS
002600     MOVE EMP-NUMERO-CONTA TO PAR-NUMERO-CONTA
002610     MOVE EMP-NUMERO-CONTRATO TO PAR-NUMERO-CONTRATO
002620     MOVE ZERO TO PAR-NUMERO-PARCELA
002630     START PARCELAS-ARQ KEY IS NOT LESS THAN PAR-CHAVE
002640         INVALID KEY
002650             MOVE "S" TO WS-FIM-PARCELAS
002660     END-START
002670     PERFORM UNTIL SW-FIM-PARCELAS
002680         READ PARCELAS-ARQ NEXT RECORD
002690             AT END
002700                 MOVE "S" TO WS-FIM-PARCELAS
002710             NOT AT END
002720                 PERFORM 2300-CONFERIR-PARCELA THRU 2300-EXIT
002730         END-READ
002740     END-PERFORM.
002750 2200-EXIT.
002760     EXIT.
002770*
002780*----------------------------------------------------------------
002790*    2300-CONFERIR-PARCELA
002800*    PARCELA PENDENTE OU EM ATRASO COM VENCIMENTO ANTERIOR A
002810*    DATA DE REFERENCIA ESTA VENCIDA: APURA OS DIAS DE ATRASO E
002820*    A MORA ATE A DATA E ACUMULA NA FAIXA DOS SEUS DIAS.
002830*    PARCELA DE OUTRO CONTRATO ENCERRA A LEITURA.
002840*----------------------------------------------------------------
002850 2300-CONFERIR-PARCELA.
002860     IF PAR-NUMERO-CONTA NOT = EMP-NUMERO-CONTA
002870             OR PAR-NUMERO-CONTRATO NOT = EMP-NUMERO-CONTRATO
002880         MOVE "S" TO WS-FIM-PARCELAS
002890         GO TO 2300-EXIT
002900     END-IF
002910     IF NOT PAR-PARCELA-PENDENTE AND NOT PAR-PARCELA-EM-ATRASO
002920         GO TO 2300-EXIT
002930     END-IF
002940     IF PAR-DATA-VENCIMENTO NOT < WS-DATA-REFERENCIA
002950         GO TO 2300-EXIT
002960     END-IF
002970     COMPUTE WS-DIAS-ATRASO =
002980             FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
002990           - FUNCTION INTEGER-OF-DATE (PAR-DATA-VENCIMENTO)
003000     COMPUTE WS-MORA-PARCELA ROUNDED = PAR-VALOR-PARCELA
003010             * EMP-TAXA-MORA-DIARIA * WS-DIAS-ATRASO
003020     ADD 1 TO WS-QTD-VENCIDAS
003030     ADD PAR-VALOR-PARCELA TO WS-VALOR-VENCIDO
003040     ADD WS-MORA-PARCELA TO WS-MORA-CONTRATO
003050     IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
003060         MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
003070     END-IF
003080     EVALUATE TRUE
003090         WHEN WS-DIAS-ATRASO NOT > 30
003100             ADD 1 TO WS-PAR-FAIXA-30
003110             ADD PAR-VALOR-PARCELA TO WS-VENCIDO-FAIXA-30
003120         WHEN WS-DIAS-ATRASO NOT > 60
003130             ADD 1 TO WS-PAR-FAIXA-60
003140             ADD PAR-VALOR-PARCELA TO WS-VENCIDO-FAIXA-60
003150         WHEN WS-DIAS-ATRASO NOT > 90
003160             ADD 1 TO WS-PAR-FAIXA-90
003170             ADD PAR-VALOR-PARCELA TO WS-VENCIDO-FAIXA-90
003180         WHEN OTHER
003190             ADD 1 TO WS-PAR-FAIXA-MAIS
003200             ADD PAR-VALOR-PARCELA TO WS-VENCIDO-FAIXA-MAIS
003210     END-EVALUATE.
003220 2300-EXIT.
003230     EXIT.
003240*
003250*----------------------------------------------------------------
003260*    3000-FINALIZAR
003270*    IMPRIME O RESUMO DA CARTEIRA POR FAIXA DE ATRASO: OS
003280*    CONTRATOS E O SALDO DEVEDOR PELA FAIXA DO MAIOR ATRASO DO
003290*    CONTRATO; AS PARCELAS E O VALOR VENCIDO PELA FAIXA DE CADA
003300*    PARCELA.
003310*----------------------------------------------------------------
003320 3000-FINALIZAR.
003330     CLOSE EMPRESTI-ARQ
003340     CLOSE PARCELAS-ARQ
003350     DISPLAY "-------------------------------------------------"
003360     DISPLAY "RESUMO POR FAIXA DE ATRASO"
003370     DISPLAY "FAIXA      CONTRATOS     SALDO DEVEDOR PARCELAS  "
003380             "   VALOR VENCIDO"
003390     MOVE "EM DIA" TO LF-FAIXA
003400     MOVE WS-CTR-EM-DIA TO LF-CONTRATOS
003410     MOVE WS-SALDO-EM-DIA TO LF-SALDO-DEVEDOR
003420     MOVE ZERO TO LF-PARCELAS
003430     MOVE ZERO TO LF-VALOR-VENCIDO
003440     DISPLAY WS-LINHA-FAIXA
003450     MOVE "01-30 DIAS" TO LF-FAIXA
003460     MOVE WS-CTR-FAIXA-30 TO LF-CONTRATOS
003470     MOVE WS-SALDO-FAIXA-30 TO LF-SALDO-DEVEDOR
003480     MOVE WS-PAR-FAIXA-30 TO LF-PARCELAS
003490     MOVE WS-VENCIDO-FAIXA-30 TO LF-VALOR-VENCIDO
003500     DISPLAY WS-LINHA-FAIXA
003510     MOVE "31-60 DIAS" TO LF-FAIXA
003520     MOVE WS-CTR-FAIXA-60 TO LF-CONTRATOS
003530     MOVE WS-SALDO-FAIXA-60 TO LF-SALDO-DEVEDOR
003540     MOVE WS-PAR-FAIXA-60 TO LF-PARCELAS
003550     MOVE WS-VENCIDO-FAIXA-60 TO LF-VALOR-VENCIDO
003560     DISPLAY WS-LINHA-FAIXA
003570     MOVE "61-90 DIAS" TO LF-FAIXA
003580     MOVE WS-CTR-FAIXA-90 TO LF-CONTRATOS
003590     MOVE WS-SALDO-FAIXA-90 TO LF-SALDO-DEVEDOR
003600     MOVE WS-PAR-FAIXA-90 TO LF-PARCELAS
003610     MOVE WS-VENCIDO-FAIXA-90 TO LF-VALOR-VENCIDO
003620     DISPLAY WS-LINHA-FAIXA
003630     MOVE "ACIMA 90" TO LF-FAIXA
003640     MOVE WS-CTR-FAIXA-MAIS TO LF-CONTRATOS
003650     MOVE WS-SALDO-FAIXA-MAIS TO LF-SALDO-DEVEDOR
003660     MOVE WS-PAR-FAIXA-MAIS TO LF-PARCELAS
003670     MOVE WS-VENCIDO-FAIXA-MAIS TO LF-VALOR-VENCIDO
003680     DISPLAY WS-LINHA-FAIXA
003690     MOVE "TOTAL" TO LF-FAIXA
003700     MOVE WS-QTD-ATIVOS TO LF-CONTRATOS
003710     MOVE WS-SALDO-TOTAL TO LF-SALDO-DEVEDOR
003720     COMPUTE LF-PARCELAS = WS-PAR-FAIXA-30 + WS-PAR-FAIXA-60
003730                         + WS-PAR-FAIXA-90 + WS-PAR-FAIXA-MAIS
003740     MOVE WS-VENCIDO-TOTAL TO LF-VALOR-VENCIDO
003750     DISPLAY WS-LINHA-FAIXA
003760     DISPLAY "-------------------------------------------------"
003770     DISPLAY "CONTRATOS ATIVOS.....: " WS-QTD-ATIVOS
003780     DISPLAY "CONTRATOS LIQUIDADOS.: " WS-QTD-LIQUIDADOS
003790     DISPLAY "QUITADOS ANTECIPADOS.: " WS-QTD-QUITADOS
003800     DISPLAY "MORA A RECEBER.......: R$ " WS-MORA-TOTAL
003810     DISPLAY "-------------------------------------------------".
003820 3000-EXIT.
003830     EXIT.
003840*
003850*----------------------------------------------------------------
003860*    1300-LER-DATA-MOVIMENTO
003870*    LE A DATA-MOVIMENTO DO ARQUIVO DE CONTROLE (DATAMOV), QUE
003880*    E A DATA DE REFERENCIA PARA OS DIAS DE ATRASO.
003890*----------------------------------------------------------------
003900 1300-LER-DATA-MOVIMENTO.
003910     OPEN INPUT DATAMOV-ARQ
003920     IF ST-DATAMOV-INEXISTENTE
003930         DISPLAY "EMPCAR01: ARQUIVO DATAMOV INEXISTENTE, "
003940                 "EXECUTE A IMPLANTACAO (VIRADA01)"
003950         GO TO 9999-ABENDAR
003960     END-IF
003970     IF NOT ST-DATAMOV-OK
003980         DISPLAY "EMPCAR01: ERRO AO ABRIR DATAMOV, STATUS "
003990                 WS-STATUS-DATAMOV
004000         GO TO 9999-ABENDAR
004010     END-IF
004020     READ DATAMOV-ARQ
004030         AT END
004040             DISPLAY "EMPCAR01: ARQUIVO DATAMOV VAZIO"
004050             GO TO 9999-ABENDAR
004060     END-READ
004070     MOVE DAT-DATA-MOVIMENTO TO WS-DATA-REFERENCIA
004080     CLOSE DATAMOV-ARQ.
004090 1300-EXIT.
004100     EXIT.
004110*
004120 9999-ABENDAR.
004130     DISPLAY "EMPCAR01: ENCERRADO COM ERRO - VERIFIQUE OS "
004140             "STATUS ACIMA".
004150     MOVE 16 TO RETURN-CODE
004160     STOP RUN.
