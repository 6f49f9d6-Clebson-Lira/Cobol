000300*    2026-09-02 CL      CRIACAO DO JOB - TRANSFERENCIA         *
000310*                       PROGRAMADA NOTURNA COM                 *
000320*                       RESTART/CHECKPOINT                     *
000321*    2026-10-15 CL      ORDEM COM CONTA DE ORIGEM OU DE        *
000322*                       DESTINO ENCERRADA NAO E MAIS           *
000323*                       RETENTADA: E CANCELADA (STATUS "X") E  *
000324*                       SAI NA LISTA DE EXCECOES.              *
000325*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
000326*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
000327*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
000328*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
970000*    2026-10-15 CL      ORDEM QUE FICA PENDENTE POR SALDO      *
970002*                       INSUFICIENTE GERA EVENTO "T" NO        *
970004*                       ARQUIVO EVENTOS PARA O AVISO AO        *
970006*                       CLIENTE (AVISOS01).                    *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000530     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-STATUS-DATAMOV.
000552     SELECT EVENTOS-ARQ ASSIGN TO "EVENTOS"
000554         ORGANIZATION IS SEQUENTIAL
000556         FILE STATUS IS WS-STATUS-EVENTOS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TRANSPRG-ARQ
000700 FD  DATAMOV-ARQ
000710     LABEL RECORD IS STANDARD.
000720 COPY DATREG.
000722 FD  EVENTOS-ARQ
000724     LABEL RECORD IS STANDARD.
000726 COPY EVTREG.
000730 WORKING-STORAGE SECTION.
000740 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
000750     88  ST-DATAMOV-OK                    VALUE "00".
000950     88  ST-TRPCKPT-OK                    VALUE "00".
000960     88  ST-TRPCKPT-FIM                   VALUE "10".
000970     88  ST-TRPCKPT-INEXISTENTE           VALUE "35".
000972 01  WS-STATUS-EVENTOS           PIC X(02) VALUE "00".
000974     88  ST-EVENTOS-OK                    VALUE "00".
000980 01  WS-DATA-HORA-TRP.
000990     05  WS-HORA-SISTEMA-T       PIC 9(08) VALUE ZERO.
001000 01  WS-CONTADORES.
001030     05  WS-TOTAL-PROCESSADO      PIC 9(07) COMP VALUE ZERO.
001040     05  WS-QTD-EXECUTADAS        PIC 9(07) COMP VALUE ZERO.
001050     05  WS-QTD-EXCECOES          PIC 9(07) COMP VALUE ZERO.
001055     05  WS-QTD-CANCELADAS        PIC 9(07) COMP VALUE ZERO.
001060     05  WS-ULTIMA-CHAVE-PROC.
001070         10  WS-ULTIMA-CONTA-PROC PIC 9(07) VALUE ZERO.
001080         10  WS-ULTIMA-SEQ-PROC   PIC 9(05) VALUE ZERO.
001160     05  WS-PROX-DIA             PIC 9(02) VALUE ZERO.
001170 01  WS-DATA-PROXIMA-NUM REDEFINES WS-DATA-PROXIMA-NOVA
001180                                 PIC 9(08).
001182 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
001184     88  SW-PASSO-INICIADO              VALUE "S".
001186 COPY CTLPAS.
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001250*
001260 1000-INICIALIZAR.
001270     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001275     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001280     PERFORM 1100-LER-CHECKPOINT THRU 1100-EXIT
001290     OPEN I-O TRANSPRG-ARQ
001300     IF ST-TRANSPRG-INEXISTENTE
001570         CLOSE TRPCKPT
001580         OPEN EXTEND TRPCKPT
001590     END-IF
001591     OPEN EXTEND EVENTOS-ARQ
001592     IF NOT ST-EVENTOS-OK
001593         CLOSE EVENTOS-ARQ
001594         OPEN OUTPUT EVENTOS-ARQ
001595         CLOSE EVENTOS-ARQ
001596         OPEN EXTEND EVENTOS-ARQ
001597     END-IF
001600     DISPLAY "-------------------------------------------------"
001610     DISPLAY "TRFPRG01 - TRANSFERENCIA PROGRAMADA - "
001620             WS-DATA-PROCESSAMENTO
002420         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002430         GO TO 2100-EXIT
002440     END-IF
002441     IF CTA-CONTA-ENCERRADA
002442         PERFORM 2800-CANCELAR-ORDEM THRU 2800-EXIT
002443         DISPLAY "EXCECAO: ORDEM " TRP-NUMERO-CONTA "/"
002444                 TRP-SEQUENCIA " - CONTA DE ORIGEM ENCERRADA,"
002445                 " ORDEM CANCELADA"
002446         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002447         GO TO 2100-EXIT
002448     END-IF
002450     COMPUTE WS-SALDO-DISPONIVEL =
002460             CTA-SALDO - CTA-SALDO-BLOQUEADO
002470     IF TRP-VALOR > WS-SALDO-DISPONIVEL + CTA-LIMITE-ESPECIAL
002500                 TRP-SEQUENCIA " VALOR " TRP-VALOR
002510                 " - SALDO DISPONIVEL INSUFICIENTE, TENTATIVA "
002520                 TRP-QTD-TENTATIVAS
002525         PERFORM 2900-GRAVAR-EVENTO THRU 2900-EXIT
002530         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002540         GO TO 2100-EXIT
002550     END-IF
002620         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002630         GO TO 2100-EXIT
002640     END-IF
002641     IF CTA-CONTA-ENCERRADA
002642         PERFORM 2800-CANCELAR-ORDEM THRU 2800-EXIT
002643         DISPLAY "EXCECAO: ORDEM " TRP-NUMERO-CONTA "/"
002644                 TRP-SEQUENCIA " - CONTA DE DESTINO ENCERRADA,"
002645                 " ORDEM CANCELADA"
002646         PERFORM 2400-CONFERIR-CHECKPOINT THRU 2400-EXIT
002647         GO TO 2100-EXIT
002648     END-IF
002650     IF NOT CTA-CONTA-ATIVA
002660         PERFORM 2500-REGISTRAR-EXCECAO THRU 2500-EXIT
002670         DISPLAY "EXCECAO: ORDEM " TRP-NUMERO-CONTA "/"
004050 2500-EXIT.
004060     EXIT.
004070*
972000*----------------------------------------------------------------
972002*    2800-CANCELAR-ORDEM
972004*    CANCELA A ORDEM (STATUS "X") QUANDO A CONTA DE ORIGEM OU   *
972006*    A DE DESTINO ESTA ENCERRADA, PARA ELA NAO SER RETENTADA    *
972008*    NAS NOITES SEGUINTES.                                      *
972010*----------------------------------------------------------------
972012 2800-CANCELAR-ORDEM.
972014     MOVE "X" TO TRP-STATUS
972016     REWRITE TRP-REGISTRO
972018     IF NOT ST-TRANSPRG-OK
972020         DISPLAY "TRFPRG01: ERRO AO CANCELAR A ORDEM "
972022                 TRP-NUMERO-CONTA "/" TRP-SEQUENCIA " STATUS "
972024                 WS-STATUS-TRANSPRG
972026     END-IF
972028     ADD 1 TO WS-QTD-CANCELADAS.
972030 2800-EXIT.
972032     EXIT.
972034*
004080*----------------------------------------------------------------
004090*    2400-CONFERIR-CHECKPOINT
004100*    GRAVA UM NOVO PONTO DE CHECKPOINT A CADA                   *
004310 2700-EXIT.
004320     EXIT.
004330*
970010*----------------------------------------------------------------
970012*    2900-GRAVAR-EVENTO
970014*    GRAVA NO ARQUIVO EVENTOS O AVISO DE TRANSFERENCIA
970016*    PROGRAMADA NAO EFETUADA POR SALDO INSUFICIENTE ("T"), COM A
970018*    SEQUENCIA, A DATA PREVISTA, O VALOR E A CONTA DE DESTINO DA
970020*    ORDEM. FALHA NA GRAVACAO E SO AVISADA.
970022*----------------------------------------------------------------
970024 2900-GRAVAR-EVENTO.
970026     ACCEPT WS-HORA-SISTEMA-T FROM TIME
970028     INITIALIZE EVT-REGISTRO
970030     MOVE WS-DATA-PROCESSAMENTO TO EVT-DATA-MOVIMENTO
970032     MOVE WS-HORA-SISTEMA-T TO EVT-HORA
970034     MOVE "T" TO EVT-TIPO
970036     MOVE TRP-NUMERO-CONTA TO EVT-NUMERO-CONTA
970038     MOVE TRP-VALOR TO EVT-VALOR
970040     MOVE TRP-DATA-PROXIMA TO EVT-DATA-REFERENCIA
970042     MOVE TRP-SEQUENCIA TO EVT-SEQUENCIA
970044     MOVE TRP-CONTA-DESTINO TO EVT-CONTA-DESTINO
970046     MOVE "TRFPRG01" TO EVT-PROGRAMA
970048     WRITE EVT-REGISTRO
970050     IF NOT ST-EVENTOS-OK
970052         DISPLAY "TRFPRG01: ERRO AO GRAVAR EVENTO DE AVISO, "
970054                 "STATUS " WS-STATUS-EVENTOS
970056     END-IF.
970058 2900-EXIT.
970060     EXIT.
970062*
004340 3000-FINALIZAR.
004350     CLOSE TRANSPRG-ARQ
004360     CLOSE CONTAS-MASTER
004370     CLOSE JORNAL-MOVTO
004380     CLOSE TRPCKPT
004385     CLOSE EVENTOS-ARQ
004390     OPEN OUTPUT TRPCKPT
004400     CLOSE TRPCKPT
004410     DISPLAY "-------------------------------------------------".
004430     DISPLAY "ORDENS PROCESSADAS.....: " WS-TOTAL-PROCESSADO.
004440     DISPLAY "ORDENS EXECUTADAS......: " WS-QTD-EXECUTADAS.
004450     DISPLAY "EXCECOES (RETENTAR)....: " WS-QTD-EXCECOES.
004455     DISPLAY "CANCELADAS (ENCERRADAS): " WS-QTD-CANCELADAS.
004460     DISPLAY "VALOR TOTAL TRANSFERIDO: R$ " WS-TOTAL-TRANSFERIDO.
004470     DISPLAY "-------------------------------------------------".
004473     MOVE RETURN-CODE TO CTP-RETURN-CODE
004476     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
004480 3000-EXIT.
004490     EXIT.
004500*
004760 1300-EXIT.
004770     EXIT.
004780*
960000*----------------------------------------------------------------
960002*    8000-INICIAR-PASSO
960004*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
960006*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
960008*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
960010*----------------------------------------------------------------
960012 8000-INICIAR-PASSO.
960014     MOVE "I" TO CTP-FUNCAO
960016     MOVE "TRFPRG01" TO CTP-PROGRAMA
960018     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
960020     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
960022                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
960024     CALL "CTLPAS01" USING CTP-PARAMETROS
960026     IF CTP-AUTORIZADO
960028         MOVE "S" TO WS-PASSO-INICIADO
960030         GO TO 8000-EXIT
960032     END-IF
960034     DISPLAY "TRFPRG01: " CTP-MENSAGEM
960036     IF CTP-JA-CONCLUIDO
960038         MOVE 4 TO RETURN-CODE
960040         STOP RUN
960042     END-IF
960044     IF CTP-RECUSADO
960046         MOVE 8 TO RETURN-CODE
960048         STOP RUN
960050     END-IF
960052     GO TO 9999-ABENDAR.
960054 8000-EXIT.
960056     EXIT.
960058*
960060*----------------------------------------------------------------
960062*    8100-CONCLUIR-PASSO
960064*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
960066*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
960068*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
960070*    PROCESSAMENTO JA TERMINOU.
960072*----------------------------------------------------------------
960074 8100-CONCLUIR-PASSO.
960076     MOVE "N" TO WS-PASSO-INICIADO
960078     MOVE "C" TO CTP-FUNCAO
960080     MOVE WS-TOTAL-PROCESSADO TO CTP-QTD-LIDOS
960082     MOVE WS-QTD-EXECUTADAS TO CTP-QTD-EFETIVADOS
960084     MOVE WS-TOTAL-TRANSFERIDO TO CTP-VALOR-TOTAL
960086     CALL "CTLPAS01" USING CTP-PARAMETROS
960087     MOVE CTP-RETURN-CODE TO RETURN-CODE
960088     IF NOT CTP-AUTORIZADO
960090         DISPLAY "TRFPRG01: AVISO - " CTP-MENSAGEM
960092     END-IF.
960094 8100-EXIT.
960096     EXIT.
960098*
004790 9999-ABENDAR.
004792     IF SW-PASSO-INICIADO
004794         MOVE 16 TO CTP-RETURN-CODE
004796         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
004798     END-IF
004800     DISPLAY "TRFPRG01: ENCERRADO COM ERRO - VERIFIQUE OS "
004810             "STATUS ACIMA".
004820     MOVE 16 TO RETURN-CODE
