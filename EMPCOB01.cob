000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCOB01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    JOB NOTURNO DE COBRANCA DAS PARCELAS DE EMPRESTIMO         *
000090*    PESSOAL. PERCORRE O ARQUIVO DE PARCELAS (PARCELAS) EM      *
000100*    SEQUENCIA DE CHAVE E, PARA CADA PARCELA PENDENTE OU EM     *
000110*    ATRASO COM VENCIMENTO ATE A DATA DE PROCESSAMENTO, APURA   *
000120*    OS DIAS DE ATRASO E A MORA (VALOR DA PARCELA X TAXA DE     *
000130*    MORA DIARIA DO CONTRATO X DIAS) E DEBITA A CONTA COM O     *
000140*    LANCAMENTO TIPO "Q" NO JORNAL, BAIXANDO A PARCELA COMO     *
000150*    PAGA E ATUALIZANDO O CONTRATO (PARCELAS PAGAS E SALDO      *
000160*    DEVEDOR; LIQUIDADO NA ULTIMA PARCELA). SO O SALDO          *
000170*    DISPONIVEL E USADO - O LIMITE ESPECIAL NAO PAGA PARCELA.   *
000180*    SEM SALDO, A PARCELA FICA EM ATRASO COM OS DIAS E A MORA   *
000190*    DO DIA, SAI NA LISTA DE EXCECOES E E RETENTADA NAS NOITES  *
000200*    SEGUINTES; AS PARCELAS POSTERIORES DO MESMO CONTRATO NAO   *
000210*    SAO COBRADAS ANTES DELA. PARCELA PAGA NAO E MAIS LIDA      *
000220*    COMO ABERTA, O QUE TORNA SEGURA A REEXECUCAO.              *
000230*****************************************************************
000240*    HISTORICO DE MANUTENCAO                                   *
000250*    DATA       AUTOR   DESCRICAO                               *
000260*    ---------- ------- -----------------------------------------
000270*    2026-10-15 CL      CRIACAO DO JOB - COBRANCA NOTURNA DAS   *
000280*                       PARCELAS DE EMPRESTIMO PESSOAL          *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARCELAS-ARQ ASSIGN TO "PARCELAS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PAR-CHAVE
000370         FILE STATUS IS WS-STATUS-PARCELAS.
000380     SELECT EMPRESTI-ARQ ASSIGN TO "EMPRESTI"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-CHAVE
000420         FILE STATUS IS WS-STATUS-EMPRESTI.
000430     SELECT CONTAS-MASTER ASSIGN TO "CONTAS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CTA-NUMERO
000470         FILE STATUS IS WS-STATUS-CONTAS.
000480     SELECT JORNAL-MOVTO ASSIGN TO "JORNAL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-STATUS-JORNAL.
000510     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-STATUS-DATAMOV.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARCELAS-ARQ
000570     LABEL RECORD IS STANDARD.
000580 COPY PARREG.
000590 FD  EMPRESTI-ARQ
000600     LABEL RECORD IS STANDARD.
000610 COPY EMPREG.
000620 FD  CONTAS-MASTER
000630     LABEL RECORD IS STANDARD.
000640 COPY CTACAD.
000650 FD  JORNAL-MOVTO
000660     LABEL RECORD IS STANDARD.
000670 COPY MOVREG.
000680 FD  DATAMOV-ARQ
000690     LABEL RECORD IS STANDARD.
000700 COPY DATREG.
000710 WORKING-STORAGE SECTION.
000720 01  WS-STATUS-PARCELAS          PIC X(02) VALUE "00".
000730     88  ST-PARCELAS-OK                   VALUE "00".
000740     88  ST-PARCELAS-FIM                  VALUE "10".
000750     88  ST-PARCELAS-INEXISTENTE          VALUE "35".
000760 01  WS-STATUS-EMPRESTI          PIC X(02) VALUE "00".
000770     88  ST-EMPRESTI-OK                   VALUE "00".
000780     88  ST-EMPRESTI-INEXISTENTE          VALUE "35".
000790 01  WS-STATUS-CONTAS            PIC X(02) VALUE "00".
000800     88  ST-CONTAS-OK                     VALUE "00".
000810     88  ST-CONTAS-NAO-ENCONTRADA         VALUE "23".
000820 01  WS-STATUS-JORNAL            PIC X(02) VALUE "00".
000830     88  ST-JORNAL-OK                     VALUE "00".
000840 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
000850     88  ST-DATAMOV-OK                    VALUE "00".
000860     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
000870 01  WS-FLAGS.
000880     05  WS-FIM-PARCELAS         PIC X(01) VALUE "N".
000890         88  SW-FIM-PARCELAS            VALUE "S".
000900 01  WS-HORA-SISTEMA-E           PIC 9(08) VALUE ZERO.
000910 01  WS-CONTADORES.
000920     05  WS-QTD-VENCIDAS          PIC 9(07) COMP VALUE ZERO.
000930     05  WS-QTD-PAGAS             PIC 9(07) COMP VALUE ZERO.
000940     05  WS-QTD-EM-ATRASO         PIC 9(07) COMP VALUE ZERO.
000950     05  WS-QTD-LIQUIDADOS        PIC 9(07) COMP VALUE ZERO.
000960 01  WS-TOTAIS.
000970     05  WS-TOTAL-DEBITADO       PIC 9(09)V99 VALUE ZERO.
000980     05  WS-TOTAL-MORA-PAGA      PIC 9(09)V99 VALUE ZERO.
000990     05  WS-TOTAL-EM-ATRASO      PIC 9(09)V99 VALUE ZERO.
001000 01  WS-PARCELA-CORRENTE.
001010     05  WS-DIAS-ATRASO          PIC 9(04) VALUE ZERO.
001020     05  WS-VALOR-MORA           PIC 9(05)V99 VALUE ZERO.
001030     05  WS-VALOR-COBRAR         PIC 9(07)V99 VALUE ZERO.
001040     05  WS-SALDO-DISPONIVEL     PIC S9(09)V99 VALUE ZERO.
001050     05  WS-MOTIVO-ATRASO        PIC X(40) VALUE SPACES.
001060 01  WS-CONTRATO-RETIDO.
001070     05  WS-RETIDO-CONTA         PIC 9(07) VALUE ZERO.
001080     05  WS-RETIDO-CONTRATO      PIC 9(03) VALUE ZERO.
001090 01  WS-MAX-VALOR-LANCAMENTO     PIC 9(05)V99 VALUE 99999.99.
001100 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
001110 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
001120     88  SW-PASSO-INICIADO              VALUE "S".
001130 COPY CTLPAS.
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001170     PERFORM 2000-PROCESSAR-PARCELAS THRU 2000-EXIT
001180     PERFORM 3000-FINALIZAR THRU 3000-EXIT
001190     STOP RUN.
001200*
001210 1000-INICIALIZAR.
001220     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001230     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001240     OPEN I-O PARCELAS-ARQ
001250     IF ST-PARCELAS-INEXISTENTE
001260         DISPLAY "EMPCOB01: ARQUIVO PARCELAS INEXISTENTE, NENHUM "
001270                 "EMPRESTIMO CONTRATADO"
001280         MOVE "S" TO WS-FIM-PARCELAS
001290         GO TO 1000-EXIT
001300     END-IF
001310     IF NOT ST-PARCELAS-OK
001320         DISPLAY "EMPCOB01: ERRO AO ABRIR PARCELAS, STATUS "
001330                 WS-STATUS-PARCELAS
001340         GO TO 9999-ABENDAR
001350     END-IF
001360     OPEN I-O EMPRESTI-ARQ
001370     IF NOT ST-EMPRESTI-OK
001380         DISPLAY "EMPCOB01: ERRO AO ABRIR EMPRESTI, STATUS "
001390                 WS-STATUS-EMPRESTI
001400         GO TO 9999-ABENDAR
001410     END-IF
001420     OPEN I-O CONTAS-MASTER
001430     IF NOT ST-CONTAS-OK
001440         DISPLAY "EMPCOB01: ERRO AO ABRIR CONTAS, STATUS "
001450                 WS-STATUS-CONTAS
001460         GO TO 9999-ABENDAR
001470     END-IF
001480     OPEN EXTEND JORNAL-MOVTO
001490     IF NOT ST-JORNAL-OK
001500         CLOSE JORNAL-MOVTO
001510         OPEN OUTPUT JORNAL-MOVTO
001520         CLOSE JORNAL-MOVTO
001530         OPEN EXTEND JORNAL-MOVTO
001540     END-IF
001550     DISPLAY "-------------------------------------------------"
001560     DISPLAY "EMPCOB01 - COBRANCA DE EMPRESTIMOS - "
001570             WS-DATA-PROCESSAMENTO
001580     DISPLAY "-------------------------------------------------".
001590 1000-EXIT.
001600     EXIT.
001610*
001620 2000-PROCESSAR-PARCELAS.
001630     PERFORM UNTIL SW-FIM-PARCELAS
001640         READ PARCELAS-ARQ NEXT RECORD
001650             AT END
001660                 MOVE "S" TO WS-FIM-PARCELAS
001670             NOT AT END
001680                 PERFORM 2100-TRATAR-PARCELA THRU 2100-EXIT
001690         END-READ
001700     END-PERFORM.
001710 2000-EXIT.
001720     EXIT.
001730*
001740*----------------------------------------------------------------
001750*    2100-TRATAR-PARCELA
001760*    PROCESSA UMA PARCELA LIDA: SO COBRA PARCELA PENDENTE OU EM *
001770*    ATRASO COM VENCIMENTO ATE A DATA DE PROCESSAMENTO. APURA   *
001780*    OS DIAS DE ATRASO E A MORA E CONFERE O CONTRATO, A CONTA E *
001790*    O SALDO DISPONIVEL ANTES DE DEBITAR. PARCELA DE CONTRATO   *
001800*    COM PARCELA ANTERIOR NAO PAGA NESTA NOITE FICA EM ATRASO   *
001810*    SEM TENTATIVA DE DEBITO.                                   *
001820*----------------------------------------------------------------
001830 2100-TRATAR-PARCELA.
001840     IF NOT PAR-PARCELA-PENDENTE AND NOT PAR-PARCELA-EM-ATRASO
001850         GO TO 2100-EXIT
001860     END-IF
001870     IF PAR-DATA-VENCIMENTO > WS-DATA-PROCESSAMENTO
001880         GO TO 2100-EXIT
001890     END-IF
001900     ADD 1 TO WS-QTD-VENCIDAS
001910     MOVE PAR-NUMERO-CONTA TO EMP-NUMERO-CONTA
001920     MOVE PAR-NUMERO-CONTRATO TO EMP-NUMERO-CONTRATO
001930     READ EMPRESTI-ARQ
001940     IF NOT ST-EMPRESTI-OK
001950         DISPLAY "EXCECAO: PARCELA " PAR-NUMERO-CONTA "/"
001960                 PAR-NUMERO-CONTRATO "/" PAR-NUMERO-PARCELA
001970                 " - CONTRATO INEXISTENTE, NAO COBRADA"
001980         GO TO 2100-EXIT
001990     END-IF
002000     IF NOT EMP-CONTRATO-ATIVO
002010         DISPLAY "EXCECAO: PARCELA " PAR-NUMERO-CONTA "/"
002020                 PAR-NUMERO-CONTRATO "/" PAR-NUMERO-PARCELA
002030                 " - CONTRATO ENCERRADO (STATUS " EMP-STATUS
002040                 "), NAO COBRADA"
002050         GO TO 2100-EXIT
002060     END-IF
002070     COMPUTE WS-DIAS-ATRASO =
002080             FUNCTION INTEGER-OF-DATE (WS-DATA-PROCESSAMENTO)
002090           - FUNCTION INTEGER-OF-DATE (PAR-DATA-VENCIMENTO)
002100     COMPUTE WS-VALOR-MORA ROUNDED = PAR-VALOR-PARCELA
002110             * EMP-TAXA-MORA-DIARIA * WS-DIAS-ATRASO
002120     COMPUTE WS-VALOR-COBRAR = PAR-VALOR-PARCELA + WS-VALOR-MORA
002130     IF PAR-NUMERO-CONTA = WS-RETIDO-CONTA
002140             AND PAR-NUMERO-CONTRATO = WS-RETIDO-CONTRATO
002150         MOVE "PARCELA ANTERIOR EM ATRASO" TO WS-MOTIVO-ATRASO
002160         PERFORM 2300-MANTER-EM-ATRASO THRU 2300-EXIT
002170         GO TO 2100-EXIT
002180     END-IF
002190     MOVE PAR-NUMERO-CONTA TO CTA-NUMERO
002200     READ CONTAS-MASTER
002210     IF NOT ST-CONTAS-OK
002220         MOVE "CONTA INEXISTENTE NO MESTRE" TO WS-MOTIVO-ATRASO
002230         PERFORM 2300-MANTER-EM-ATRASO THRU 2300-EXIT
002240         GO TO 2100-EXIT
002250     END-IF
002260     IF CTA-CONTA-ENCERRADA
002270         MOVE "CONTA ENCERRADA" TO WS-MOTIVO-ATRASO
002280         PERFORM 2300-MANTER-EM-ATRASO THRU 2300-EXIT
002290         GO TO 2100-EXIT
002300     END-IF
002310     IF WS-VALOR-COBRAR > WS-MAX-VALOR-LANCAMENTO
002320         MOVE "VALOR ACIMA DO LIMITE DE UM LANCAMENTO"
002330             TO WS-MOTIVO-ATRASO
002340         PERFORM 2300-MANTER-EM-ATRASO THRU 2300-EXIT
002350         GO TO 2100-EXIT
002360     END-IF
002370     COMPUTE WS-SALDO-DISPONIVEL = CTA-SALDO - CTA-SALDO-BLOQUEADO
002380     IF WS-VALOR-COBRAR > WS-SALDO-DISPONIVEL
002390         MOVE "SALDO DISPONIVEL INSUFICIENTE" TO WS-MOTIVO-ATRASO
002400         PERFORM 2300-MANTER-EM-ATRASO THRU 2300-EXIT
002410         GO TO 2100-EXIT
002420     END-IF
002430     PERFORM 2200-DEBITAR-PARCELA THRU 2200-EXIT.
002440 2100-EXIT.
002450     EXIT.
002460*
002470*----------------------------------------------------------------
002480*    2200-DEBITAR-PARCELA
002490*    EFETIVA O DEBITO DA PARCELA NA CONTA JA LIDA: ATUALIZA O   *
002500*    SALDO, GRAVA O LANCAMENTO TIPO "Q" NO JORNAL, REGRAVA O    *
002510*    MESTRE, BAIXA A PARCELA COMO PAGA E ATUALIZA O CONTRATO.   *
002520*    O LANCAMENTO LEVA OPERADOR ZERO, COMO OS DEMAIS LOTES, E   *
002530*    NAO CONTA COMO MOVIMENTO DO CLIENTE PARA A DORMENCIA.      *
002540*    ERRO DE GRAVACAO ABENDA O JOB PARA NAO DEIXAR DEBITO E     *
002550*    PARCELA INCONSISTENTES.                                    *
002560*----------------------------------------------------------------
002570 2200-DEBITAR-PARCELA.
002580     SUBTRACT WS-VALOR-COBRAR FROM CTA-SALDO
002590     ADD 1 TO CTA-ULTIMO-SEQ-MOVTO
002600     ACCEPT WS-HORA-SISTEMA-E FROM TIME
002610     MOVE CTA-NUMERO TO MOV-NUMERO-CONTA
002620     MOVE CTA-ULTIMO-SEQ-MOVTO TO MOV-SEQUENCIA
002630     MOVE WS-DATA-PROCESSAMENTO TO MOV-DATA
002640     MOVE WS-HORA-SISTEMA-E TO MOV-HORA
002650     MOVE "Q" TO MOV-TIPO
002660     MOVE WS-VALOR-COBRAR TO MOV-VALOR
002670     MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE
002680     MOVE ZERO TO MOV-CONTA-CONTRAPARTIDA
002690     MOVE ZERO TO MOV-OPERADOR
002700     MOVE ZERO TO MOV-SEQ-ESTORNADA
002710     MOVE SPACE TO MOV-NATUREZA-ESTORNO
002720     WRITE MOV-REGISTRO
002730     IF NOT ST-JORNAL-OK
002740         DISPLAY "EMPCOB01: ERRO AO GRAVAR JORNAL, PARCELA "
002750                 PAR-NUMERO-CONTA "/" PAR-NUMERO-CONTRATO "/"
002760                 PAR-NUMERO-PARCELA " STATUS " WS-STATUS-JORNAL
002770         GO TO 9999-ABENDAR
002780     END-IF
002790     REWRITE CTA-REGISTRO
002800     IF NOT ST-CONTAS-OK
002810         DISPLAY "EMPCOB01: ERRO AO REGRAVAR CONTA " CTA-NUMERO
002820                 " STATUS " WS-STATUS-CONTAS
002830         GO TO 9999-ABENDAR
002840     END-IF
002850     MOVE "G" TO PAR-STATUS
002860     MOVE WS-DIAS-ATRASO TO PAR-DIAS-ATRASO
002870     MOVE WS-VALOR-MORA TO PAR-VALOR-MORA
002880     MOVE WS-DATA-PROCESSAMENTO TO PAR-DATA-PAGAMENTO
002890     MOVE WS-VALOR-COBRAR TO PAR-VALOR-PAGO
002900     MOVE CTA-ULTIMO-SEQ-MOVTO TO PAR-SEQ-MOVTO
002910     REWRITE PAR-REGISTRO
002920     IF NOT ST-PARCELAS-OK
002930         DISPLAY "EMPCOB01: ERRO AO BAIXAR PARCELA "
002940                 PAR-NUMERO-CONTA "/" PAR-NUMERO-CONTRATO "/"
002950                 PAR-NUMERO-PARCELA " STATUS " WS-STATUS-PARCELAS
002960         GO TO 9999-ABENDAR
002970     END-IF
002980     ADD 1 TO EMP-QTD-PAGAS
002990     MOVE PAR-SALDO-APOS TO EMP-SALDO-DEVEDOR
003000     IF EMP-QTD-PAGAS NOT < EMP-QTD-PARCELAS
003010         MOVE "L" TO EMP-STATUS
003020         MOVE WS-DATA-PROCESSAMENTO TO EMP-DATA-ENCERRAMENTO
003030         ADD 1 TO WS-QTD-LIQUIDADOS
003040     END-IF
003050     REWRITE EMP-REGISTRO
003060     IF NOT ST-EMPRESTI-OK
003070         DISPLAY "EMPCOB01: ERRO AO ATUALIZAR CONTRATO "
003080                 EMP-NUMERO-CONTA "/" EMP-NUMERO-CONTRATO
003090                 " STATUS " WS-STATUS-EMPRESTI
003100         GO TO 9999-ABENDAR
003110     END-IF
003120     ADD 1 TO WS-QTD-PAGAS
003130     ADD WS-VALOR-COBRAR TO WS-TOTAL-DEBITADO
003140     ADD WS-VALOR-MORA TO WS-TOTAL-MORA-PAGA.
003150 2200-EXIT.
003160     EXIT.
003170*
003180*----------------------------------------------------------------
003190*    2300-MANTER-EM-ATRASO
003200*    MARCA A PARCELA NAO COBRADA COMO EM ATRASO, COM OS DIAS E  *
003210*    A MORA ATE A DATA DE PROCESSAMENTO, RETEM AS PARCELAS      *
003220*    SEGUINTES DO CONTRATO E LISTA A EXCECAO COM O MOTIVO.      *
003230*----------------------------------------------------------------
003240 2300-MANTER-EM-ATRASO.
003250     MOVE "A" TO PAR-STATUS
003260     MOVE WS-DIAS-ATRASO TO PAR-DIAS-ATRASO
003270     MOVE WS-VALOR-MORA TO PAR-VALOR-MORA
003280     REWRITE PAR-REGISTRO
003290     IF NOT ST-PARCELAS-OK
003300         DISPLAY "EMPCOB01: ERRO AO REGRAVAR PARCELA "
003310                 PAR-NUMERO-CONTA "/" PAR-NUMERO-CONTRATO "/"
003320                 PAR-NUMERO-PARCELA " STATUS " WS-STATUS-PARCELAS
003330     END-IF
003340     MOVE PAR-NUMERO-CONTA TO WS-RETIDO-CONTA
003350     MOVE PAR-NUMERO-CONTRATO TO WS-RETIDO-CONTRATO
003360     ADD 1 TO WS-QTD-EM-ATRASO
003370     ADD WS-VALOR-COBRAR TO WS-TOTAL-EM-ATRASO
003380     DISPLAY "EXCECAO: PARCELA " PAR-NUMERO-CONTA "/"
003390             PAR-NUMERO-CONTRATO "/" PAR-NUMERO-PARCELA
003400             " VENC " PAR-DATA-VENCIMENTO " VALOR+MORA "
003410             WS-VALOR-COBRAR " ATRASO " WS-DIAS-ATRASO " DIAS - "
003420             WS-MOTIVO-ATRASO.
003430 2300-EXIT.
003440     EXIT.
003450*
003460 3000-FINALIZAR.
003470     IF NOT ST-PARCELAS-INEXISTENTE
003480         CLOSE PARCELAS-ARQ
003490         CLOSE EMPRESTI-ARQ
003500         CLOSE CONTAS-MASTER
003510         CLOSE JORNAL-MOVTO
003520     END-IF
003530     DISPLAY "-------------------------------------------------".
003540     DISPLAY "EMPCOB01 - COBRANCA DE EMPRESTIMOS CONCLUIDA".
003550     DISPLAY "PARCELAS VENCIDAS....: " WS-QTD-VENCIDAS.
003560     DISPLAY "PARCELAS PAGAS.......: " WS-QTD-PAGAS.
003570     DISPLAY "PARCELAS EM ATRASO...: " WS-QTD-EM-ATRASO.
003580     DISPLAY "CONTRATOS LIQUIDADOS.: " WS-QTD-LIQUIDADOS.
003590     DISPLAY "VALOR TOTAL DEBITADO.: R$ " WS-TOTAL-DEBITADO.
003600     DISPLAY "MORA RECEBIDA........: R$ " WS-TOTAL-MORA-PAGA.
003610     DISPLAY "VALOR EM ATRASO......: R$ " WS-TOTAL-EM-ATRASO.
003620     DISPLAY "-------------------------------------------------".
003630     MOVE RETURN-CODE TO CTP-RETURN-CODE
003640     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
003650 3000-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------
003690*    1300-LER-DATA-MOVIMENTO
003700*    LE A DATA-MOVIMENTO OFICIAL DO ARQUIVO DE CONTROLE
003710*    (DATAMOV). SEM O ARQUIVO O JOB NAO EXECUTA, PARA
003720*    NAO COBRAR NO DIA DE NEGOCIO ERRADO.
003730*----------------------------------------------------------------
003740 1300-LER-DATA-MOVIMENTO.
003750     OPEN INPUT DATAMOV-ARQ
003760     IF ST-DATAMOV-INEXISTENTE
003770         DISPLAY "EMPCOB01: ARQUIVO DATAMOV INEXISTENTE, "
003780                 "EXECUTE A IMPLANTACAO (VIRADA01)"
003790         GO TO 9999-ABENDAR
003800     END-IF
003810     IF NOT ST-DATAMOV-OK
003820         DISPLAY "EMPCOB01: ERRO AO ABRIR DATAMOV, STATUS "
003830                 WS-STATUS-DATAMOV
003840         GO TO 9999-ABENDAR
003850     END-IF
003860     READ DATAMOV-ARQ
003870         AT END
003880             DISPLAY "EMPCOB01: ARQUIVO DATAMOV VAZIO"
003890             GO TO 9999-ABENDAR
003900     END-READ
003910     MOVE DAT-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
003920     CLOSE DATAMOV-ARQ.
003930 1300-EXIT.
003940     EXIT.
003950*
003960*----------------------------------------------------------------
003970*    8000-INICIAR-PASSO
003980*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
003990*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
004000*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
004010*----------------------------------------------------------------
004020 8000-INICIAR-PASSO.
004030     MOVE "I" TO CTP-FUNCAO
004040     MOVE "EMPCOB01" TO CTP-PROGRAMA
004050     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
004060     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
004070                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
004080     CALL "CTLPAS01" USING CTP-PARAMETROS
004090     IF CTP-AUTORIZADO
004100         MOVE "S" TO WS-PASSO-INICIADO
004110         GO TO 8000-EXIT
004120     END-IF
004130     DISPLAY "EMPCOB01: " CTP-MENSAGEM
004140     IF CTP-JA-CONCLUIDO
004150         MOVE 4 TO RETURN-CODE
004160         STOP RUN
004170     END-IF
004180     IF CTP-RECUSADO
004190         MOVE 8 TO RETURN-CODE
004200         STOP RUN
004210     END-IF
004220     GO TO 9999-ABENDAR.
004230 8000-EXIT.
004240     EXIT.
004250*
004260*----------------------------------------------------------------
004270*    8100-CONCLUIR-PASSO
004280*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
004290*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
004300*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
004310*    PROCESSAMENTO JA TERMINOU.
004320*----------------------------------------------------------------
004330 8100-CONCLUIR-PASSO.
004340     MOVE "N" TO WS-PASSO-INICIADO
004350     MOVE "C" TO CTP-FUNCAO
004360     MOVE WS-QTD-VENCIDAS TO CTP-QTD-LIDOS
004370     MOVE WS-QTD-PAGAS TO CTP-QTD-EFETIVADOS
004380     MOVE WS-TOTAL-DEBITADO TO CTP-VALOR-TOTAL
004390     CALL "CTLPAS01" USING CTP-PARAMETROS
004400     MOVE CTP-RETURN-CODE TO RETURN-CODE
004410     IF NOT CTP-AUTORIZADO
004420         DISPLAY "EMPCOB01: AVISO - " CTP-MENSAGEM
004430     END-IF.
004440 8100-EXIT.
004450     EXIT.
004460*
004470 9999-ABENDAR.
004480     IF SW-PASSO-INICIADO
004490         MOVE 16 TO CTP-RETURN-CODE
004500         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
004510     END-IF
004520     DISPLAY "EMPCOB01: ENCERRADO COM ERRO - VERIFIQUE OS "
004530             "STATUS ACIMA".
004540     MOVE 16 TO RETURN-CODE
004550     STOP RUN.
