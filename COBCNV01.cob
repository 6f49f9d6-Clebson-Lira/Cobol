000250*        03 - CONTA COM STATUS INVALIDO (NAO ATIVA)             *
000260*        04 - REGISTRO DE REMESSA INVALIDO (CONTA/VALOR)        *
000270*        05 - SALDO DISPONIVEL INSUFICIENTE                     *
000275*        06 - CONTA ENCERRADA                                   *
000280*    ERRO DE GRAVACAO NO MESTRE OU NO JORNAL ABENDA O JOB,      *
000290*    POIS RECUSAR UM DEBITO JA LANCADO NO JORNAL PERMITIRIA     *
000300*    COBRA-LO DE NOVO NUMA RESUBMISSAO DA REMESSA.              *
961000*****************************************************************
961002*    A REMESSA E UM LOTE COM HEADER E TRAILER (VIDE CONREM),    *
961004*    CONFERIDO INTEIRO ANTES DE QUALQUER DEBITO: TRAILER COM    *
961006*    QUANTIDADE E VALOR DOS DETALHES E SEQUENCIA DO ARQUIVO     *
961008*    IMEDIATAMENTE SEGUINTE A ULTIMA ACEITA DO CREDOR NO        *
961010*    CONTROLE DE LOTES RECEBIDOS (LOTEREC). LOTE RECUSADO NAO   *
961012*    DEBITA NADA: SO O HEADER VOLTA NO CONVRET, COM O MOTIVO DA *
961014*    RECUSA (11 A 15, VIDE LOTREG), E O JOB TERMINA COM RC 4.   *
961016*    TODO LOTE RECEBIDO, ACEITO OU RECUSADO, FICA REGISTRADO    *
961018*    NO LOTEREC (RELATORIO NO LOTES01). REMESSA VAZIA NAO E     *
961020*    LOTE: NADA E DEBITADO NEM REGISTRADO.                      *
000310*****************************************************************
000320*    HISTORICO DE MANUTENCAO                                   *
000330*    DATA       AUTOR   DESCRICAO                               *
000340*    ---------- ------- -----------------------------------------
000350*    2026-09-02 CL      CRIACAO DO JOB - COBRANCA EM LOTE      *
000360*                       POR CONVENIO COM ARQUIVO RETORNO       *
000361*    2026-10-15 CL      CONTA ENCERRADA PASSA A SER RECUSADA   *
000362*                       COM CODIGO PROPRIO (06), SEPARADA DO   *
000363*                       STATUS INVALIDO (03).                  *
000364*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
000365*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
000366*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
000367*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
962000*    2026-10-15 CL      REMESSA PASSA A TER HEADER E TRAILER:  *
962002*                       O LOTE E CONFERIDO INTEIRO ANTES DE    *
962004*                       QUALQUER DEBITO E REGISTRADO NO        *
962006*                       CONTROLE DE LOTES RECEBIDOS (LOTEREC); *
962008*                       TRAILER DIVERGENTE, SEQUENCIA JA       *
962010*                       PROCESSADA OU SALTADA RECUSAM O        *
962012*                       ARQUIVO INTEIRO.                       *
970000*    2026-10-15 CL      COBRANCA RECUSADA POR SALDO            *
970002*                       INSUFICIENTE (05) GERA EVENTO "V" NO   *
970004*                       ARQUIVO EVENTOS PARA O AVISO AO        *
970006*                       CLIENTE (AVISOS01).                    *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000550     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-STATUS-DATAMOV.
000571     SELECT LOTES-RECEBIDOS ASSIGN TO "LOTEREC"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS LOT-CHAVE
000575         FILE STATUS IS WS-STATUS-LOTEREC.
000576     SELECT EVENTOS-ARQ ASSIGN TO "EVENTOS"
000577         ORGANIZATION IS SEQUENTIAL
000578         FILE STATUS IS WS-STATUS-EVENTOS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REMESSA-CONVENIO
000760 FD  DATAMOV-ARQ
000770     LABEL RECORD IS STANDARD.
000780 COPY DATREG.
000782 FD  LOTES-RECEBIDOS
000784     LABEL RECORD IS STANDARD.
000786 COPY LOTREG.
000787 FD  EVENTOS-ARQ
000788     LABEL RECORD IS STANDARD.
000789 COPY EVTREG.
000790 WORKING-STORAGE SECTION.
000800 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
000810     88  ST-DATAMOV-OK                    VALUE "00".
000820     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
000822 01  WS-STATUS-LOTEREC           PIC X(02) VALUE "00".
000824     88  ST-LOTEREC-OK                    VALUE "00".
000826     88  ST-LOTEREC-INEXISTENTE           VALUE "35".
000827 01  WS-STATUS-EVENTOS           PIC X(02) VALUE "00".
000828     88  ST-EVENTOS-OK                    VALUE "00".
000830 01  WS-FLAGS.
000840     05  WS-FIM-REMESSA          PIC X(01) VALUE "N".
000850         88  SW-FIM-REMESSA             VALUE "S".
963000     05  WS-FIM-LOTEREC          PIC X(01) VALUE "N".
963002         88  SW-FIM-LOTEREC             VALUE "S".
963004     05  WS-TRAILER-LIDO         PIC X(01) VALUE "N".
963006         88  SW-TRAILER-LIDO            VALUE "S".
963008     05  WS-ESTRUTURA-INVALIDA   PIC X(01) VALUE "N".
963010         88  SW-ESTRUTURA-INVALIDA      VALUE "S".
963012     05  WS-SEQUENCIA-ACEITA     PIC X(01) VALUE "N".
963014         88  SW-SEQUENCIA-ACEITA        VALUE "S".
963016     05  WS-SITUACAO-LOTE        PIC X(01) VALUE "V".
963018         88  SW-LOTE-ACEITO             VALUE "A".
963020         88  SW-LOTE-RECUSADO           VALUE "R".
963022         88  SW-REMESSA-VAZIA           VALUE "V".
000860 01  WS-STATUS-REMESSA           PIC X(02) VALUE "00".
000870     88  ST-REMESSA-OK                    VALUE "00".
000880     88  ST-REMESSA-FIM                   VALUE "10".
001080 01  WS-CODIGO-RETORNO           PIC X(02) VALUE SPACES.
001090 01  WS-SALDO-DISPONIVEL         PIC S9(07)V99 VALUE ZERO.
001100 01  WS-DATA-PROCESSAMENTO       PIC 9(08) VALUE ZERO.
972000 01  WS-CONTROLE-LOTE.
972002     05  WS-LOTE-CNPJ            PIC 9(14) VALUE ZERO.
972004     05  WS-LOTE-SEQUENCIA       PIC 9(06) VALUE ZERO.
972006     05  WS-LOTE-DATA-GERACAO    PIC 9(08) VALUE ZERO.
972008     05  WS-LOTE-QTD-INFORMADA   PIC 9(06) VALUE ZERO.
972010     05  WS-LOTE-VALOR-INFORMADO PIC 9(11)V99 VALUE ZERO.
972012     05  WS-LOTE-QTD-LIDA        PIC 9(06) VALUE ZERO.
972014     05  WS-LOTE-VALOR-LIDO      PIC 9(11)V99 VALUE ZERO.
972016     05  WS-LOTE-ULTIMA-ACEITA   PIC 9(06) VALUE ZERO.
972018     05  WS-LOTE-OCORRENCIA      PIC 9(03) VALUE ZERO.
972020     05  WS-LOTE-MOTIVO          PIC X(02) VALUE SPACES.
972022 01  WS-HEADER-REMESSA           PIC X(40) VALUE SPACES.
972024 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
972026     88  SW-PASSO-INICIADO              VALUE "S".
972028 COPY CTLPAS.
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001170*
001180 1000-INICIALIZAR.
001190     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001195     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001200     OPEN INPUT REMESSA-CONVENIO
001210     IF ST-REMESSA-INEXISTENTE
001220         DISPLAY "COBCNV01: ARQUIVO DE REMESSA INEXISTENTE"
001400         CLOSE JORNAL-MOVTO
001410         OPEN EXTEND JORNAL-MOVTO
001420     END-IF
001422     OPEN EXTEND EVENTOS-ARQ
001423     IF NOT ST-EVENTOS-OK
001424         CLOSE EVENTOS-ARQ
001425         OPEN OUTPUT EVENTOS-ARQ
001426         CLOSE EVENTOS-ARQ
001427         OPEN EXTEND EVENTOS-ARQ
001428     END-IF
001430     OPEN OUTPUT RETORNO-CONVENIO
001440     IF NOT ST-RETORNO-OK
001450         DISPLAY "COBCNV01: ERRO AO ABRIR RETORNO, STATUS "
001490     DISPLAY "-------------------------------------------------"
001500     DISPLAY "COBCNV01 - COBRANCA POR CONVENIO - "
001510             WS-DATA-PROCESSAMENTO
001516     DISPLAY "-------------------------------------------------"
001522     PERFORM 1400-CONFERIR-LOTE THRU 1400-EXIT.
001530 1000-EXIT.
001540     EXIT.
001550*
001560 2000-PROCESSAR-REMESSA.
001562     IF NOT SW-LOTE-ACEITO
001564         GO TO 2000-EXIT
001566     END-IF
001570     PERFORM UNTIL SW-FIM-REMESSA
001580         READ REMESSA-CONVENIO
001590             AT END
001730*    CODIGO DO MOTIVO, SEM INTERROMPER O RESTANTE DO LOTE.      *
001740*----------------------------------------------------------------
001750 2100-TRATAR-COBRANCA.
001752     IF NOT CNV-REG-DETALHE
001754         GO TO 2100-EXIT
001756     END-IF
001760     ADD 1 TO WS-QTD-LIDOS
001770     IF CNV-NUMERO-CONTA NOT NUMERIC
001780         OR CNV-VALOR NOT NUMERIC
001980         PERFORM 2200-RESPONDER THRU 2200-EXIT
001990         GO TO 2100-EXIT
002000     END-IF
002002     IF CTA-CONTA-ENCERRADA
002003         MOVE "06" TO WS-CODIGO-RETORNO
002004         PERFORM 2200-RESPONDER THRU 2200-EXIT
002005         GO TO 2100-EXIT
002006     END-IF
002010     IF NOT CTA-CONTA-ATIVA
002020         MOVE "03" TO WS-CODIGO-RETORNO
002030         PERFORM 2200-RESPONDER THRU 2200-EXIT
002080     IF CNV-VALOR > WS-SALDO-DISPONIVEL + CTA-LIMITE-ESPECIAL
002090         MOVE "05" TO WS-CODIGO-RETORNO
002100         PERFORM 2200-RESPONDER THRU 2200-EXIT
002105         PERFORM 2400-GRAVAR-EVENTO THRU 2400-EXIT
002110         GO TO 2100-EXIT
002120     END-IF
002130     PERFORM 2300-DEBITAR-CONTA THRU 2300-EXIT.
002800 2300-EXIT.
002810     EXIT.
002820*
970010*----------------------------------------------------------------
970012*    2400-GRAVAR-EVENTO
970014*    GRAVA NO ARQUIVO EVENTOS O AVISO DE COBRANCA RECUSADA POR
970016*    SALDO INSUFICIENTE ("V"), COM O VALOR, O VENCIMENTO E A
970018*    REFERENCIA DO DOCUMENTO DO CREDOR. FALHA NA GRAVACAO E SO
970020*    AVISADA.
970022*----------------------------------------------------------------
970024 2400-GRAVAR-EVENTO.
970026     ACCEPT WS-HORA-SISTEMA-V FROM TIME
970028     INITIALIZE EVT-REGISTRO
970030     MOVE WS-DATA-PROCESSAMENTO TO EVT-DATA-MOVIMENTO
970032     MOVE WS-HORA-SISTEMA-V TO EVT-HORA
970034     MOVE "V" TO EVT-TIPO
970036     MOVE CNV-NUMERO-CONTA TO EVT-NUMERO-CONTA
970038     MOVE CNV-VALOR TO EVT-VALOR
970040     MOVE CNV-DATA-VENCIMENTO TO EVT-DATA-REFERENCIA
970042     MOVE WS-QTD-LIDOS TO EVT-SEQUENCIA
970044     MOVE CNV-REF-DOCUMENTO TO EVT-REFERENCIA
970046     MOVE "COBCNV01" TO EVT-PROGRAMA
970048     WRITE EVT-REGISTRO
970050     IF NOT ST-EVENTOS-OK
970052         DISPLAY "COBCNV01: ERRO AO GRAVAR EVENTO DE AVISO, "
970054                 "STATUS " WS-STATUS-EVENTOS
970056     END-IF.
970058 2400-EXIT.
970060     EXIT.
970062*
002830 3000-FINALIZAR.
002835     PERFORM 3100-ATUALIZAR-LOTE THRU 3100-EXIT
002840     CLOSE REMESSA-CONVENIO
002850     CLOSE CONTAS-MASTER
002860     CLOSE JORNAL-MOVTO
002870     CLOSE RETORNO-CONVENIO
002875     CLOSE EVENTOS-ARQ
002880     DISPLAY "-------------------------------------------------".
002890     DISPLAY "COBCNV01 - RELATORIO DE CONTROLE".
002900     DISPLAY "REGISTROS LIDOS............: " WS-QTD-LIDOS.
002950     DISPLAY "VALOR TOTAL RECUSADO.......: R$ "
002960             WS-TOTAL-RECUSADO.
002970     DISPLAY "-------------------------------------------------".
002971     PERFORM 3200-EXIBIR-LOTE THRU 3200-EXIT
002972     DISPLAY "-------------------------------------------------".
002973     MOVE RETURN-CODE TO CTP-RETURN-CODE
002976     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
002980 3000-EXIT.
002990     EXIT.
003000*
003260 1300-EXIT.
003270     EXIT.
003280*
974000*----------------------------------------------------------------
974002*    1400-CONFERIR-LOTE
974004*    CONFERE A REMESSA INTEIRA ANTES DE QUALQUER DEBITO: HEADER
974006*    VALIDO NO PRIMEIRO REGISTRO, TRAILER NO ULTIMO, QUANTIDADE E
974008*    VALOR DOS DETALHES IGUAIS AOS DO TRAILER E SEQUENCIA DO
974010*    ARQUIVO IMEDIATAMENTE SEGUINTE A ULTIMA ACEITA DO
974012*    CREDOR. O LOTE E REGISTRADO NO LOTEREC, ACEITO OU
974014*    RECUSADO; ACEITO, A REMESSA E REABERTA PARA A COBRANCA.
974016*----------------------------------------------------------------
974018 1400-CONFERIR-LOTE.
974020     MOVE "V" TO WS-SITUACAO-LOTE
974022     READ REMESSA-CONVENIO
974024         AT END
974026             DISPLAY "COBCNV01: REMESSA VAZIA - NENHUM LOTE A "
974028                     "PROCESSAR"
974030             GO TO 1400-EXIT
974032     END-READ
974034     MOVE CNV-REGISTRO TO WS-HEADER-REMESSA
974036     IF CNV-REG-HEADER
974038         AND CNV-HDR-CNPJ-CREDOR NUMERIC
974040         AND CNV-HDR-SEQUENCIA NUMERIC
974042         AND CNV-HDR-DATA-GERACAO NUMERIC
974044         AND CNV-HDR-SEQUENCIA > ZERO
974046         MOVE CNV-HDR-CNPJ-CREDOR TO WS-LOTE-CNPJ
974048         MOVE CNV-HDR-SEQUENCIA TO WS-LOTE-SEQUENCIA
974050         MOVE CNV-HDR-DATA-GERACAO TO WS-LOTE-DATA-GERACAO
974052     ELSE
974054         MOVE "11" TO WS-LOTE-MOTIVO
974056     END-IF
974058     PERFORM UNTIL SW-FIM-REMESSA
974060         READ REMESSA-CONVENIO
974062             AT END
974064                 MOVE "S" TO WS-FIM-REMESSA
974066             NOT AT END
974068                 PERFORM 1410-CONTAR-REGISTRO THRU 1410-EXIT
974070         END-READ
974072     END-PERFORM
974074     IF WS-LOTE-MOTIVO = SPACES
974076         AND (NOT SW-TRAILER-LIDO OR SW-ESTRUTURA-INVALIDA)
974078         MOVE "12" TO WS-LOTE-MOTIVO
974080     END-IF
974082     IF WS-LOTE-MOTIVO = SPACES
974084         AND (WS-LOTE-QTD-INFORMADA NOT = WS-LOTE-QTD-LIDA
974086           OR WS-LOTE-VALOR-INFORMADO NOT = WS-LOTE-VALOR-LIDO)
974088         MOVE "13" TO WS-LOTE-MOTIVO
974090     END-IF
974092     PERFORM 1420-CONSULTAR-LOTES THRU 1420-EXIT
974094     IF WS-LOTE-MOTIVO = SPACES
974096         AND (SW-SEQUENCIA-ACEITA
974098           OR WS-LOTE-SEQUENCIA NOT > WS-LOTE-ULTIMA-ACEITA)
974100         MOVE "14" TO WS-LOTE-MOTIVO
974102     END-IF
974104     IF WS-LOTE-MOTIVO = SPACES
974106         AND WS-LOTE-ULTIMA-ACEITA > ZERO
974108         AND WS-LOTE-SEQUENCIA > WS-LOTE-ULTIMA-ACEITA + 1
974110         MOVE "15" TO WS-LOTE-MOTIVO
974112     END-IF
974114     IF WS-LOTE-MOTIVO = SPACES
974116         MOVE "A" TO WS-SITUACAO-LOTE
974118     ELSE
974120         MOVE "R" TO WS-SITUACAO-LOTE
974122     END-IF
974124     PERFORM 1430-REGISTRAR-LOTE THRU 1430-EXIT
974126     IF SW-LOTE-RECUSADO
974128         PERFORM 1440-RECUSAR-LOTE THRU 1440-EXIT
974130         GO TO 1400-EXIT
974132     END-IF
974134     CLOSE REMESSA-CONVENIO
974136     OPEN INPUT REMESSA-CONVENIO
974138     IF NOT ST-REMESSA-OK
974140         DISPLAY "COBCNV01: ERRO AO REABRIR REMESSA, STATUS "
974142                 WS-STATUS-REMESSA
974144         GO TO 9999-ABENDAR
974146     END-IF
974148     MOVE "N" TO WS-FIM-REMESSA
974150     DISPLAY "COBCNV01: LOTE " WS-LOTE-SEQUENCIA " DO CREDOR "
974152             WS-LOTE-CNPJ " ACEITO - " WS-LOTE-QTD-LIDA
974154             " COBRANCAS".
974156 1400-EXIT.
974158     EXIT.
974160*
974162*----------------------------------------------------------------
974164*    1410-CONTAR-REGISTRO
974166*    ACUMULA OS DETALHES DA REMESSA E GUARDA O TRAILER. QUALQUER
974168*    REGISTRO APOS O TRAILER, SEGUNDO HEADER OU TIPO DESCONHECIDO
974170*    INVALIDA A ESTRUTURA DO LOTE.
974172*----------------------------------------------------------------
974174 1410-CONTAR-REGISTRO.
974176     IF SW-TRAILER-LIDO
974178         MOVE "S" TO WS-ESTRUTURA-INVALIDA
974180         GO TO 1410-EXIT
974182     END-IF
974184     IF CNV-REG-DETALHE
974186         ADD 1 TO WS-LOTE-QTD-LIDA
974188         IF CNV-VALOR NUMERIC
974190             ADD CNV-VALOR TO WS-LOTE-VALOR-LIDO
974192         END-IF
974194         GO TO 1410-EXIT
974196     END-IF
974198     IF CNV-REG-TRAILER
974200         AND CNV-TRL-QTD-DETALHES NUMERIC
974202         AND CNV-TRL-VALOR-TOTAL NUMERIC
974204         MOVE "S" TO WS-TRAILER-LIDO
974206         MOVE CNV-TRL-QTD-DETALHES TO WS-LOTE-QTD-INFORMADA
974208         MOVE CNV-TRL-VALOR-TOTAL TO WS-LOTE-VALOR-INFORMADO
974210         GO TO 1410-EXIT
974212     END-IF
974214     MOVE "S" TO WS-ESTRUTURA-INVALIDA.
974216 1410-EXIT.
974218     EXIT.
974220*
974222*----------------------------------------------------------------
974224*    1420-CONSULTAR-LOTES
974226*    ABRE O CONTROLE DE LOTES RECEBIDOS (CRIANDO-O NA
974228*    IMPLANTACAO) E PERCORRE OS LOTES JA RECEBIDOS DO
974230*    CREDOR: ULTIMA SEQUENCIA ACEITA, SE A SEQUENCIA DESTE
974232*    LOTE JA FOI ACEITA E A ULTIMA OCORRENCIA DELA.
974234*----------------------------------------------------------------
974236 1420-CONSULTAR-LOTES.
974238     OPEN I-O LOTES-RECEBIDOS
974240     IF ST-LOTEREC-INEXISTENTE
974242         OPEN OUTPUT LOTES-RECEBIDOS
974244         CLOSE LOTES-RECEBIDOS
974246         OPEN I-O LOTES-RECEBIDOS
974248     END-IF
974250     IF NOT ST-LOTEREC-OK
974252         DISPLAY "COBCNV01: ERRO AO ABRIR LOTEREC, STATUS "
974254                 WS-STATUS-LOTEREC
974256         GO TO 9999-ABENDAR
974258     END-IF
974260     MOVE "C" TO LOT-ORIGEM
974262     MOVE WS-LOTE-CNPJ TO LOT-CNPJ-REMETENTE
974264     MOVE ZERO TO LOT-SEQUENCIA LOT-OCORRENCIA
974266     MOVE "N" TO WS-FIM-LOTEREC
974268     START LOTES-RECEBIDOS KEY IS NOT LESS THAN LOT-CHAVE
974270         INVALID KEY
974272             MOVE "S" TO WS-FIM-LOTEREC
974274     END-START
974276     PERFORM UNTIL SW-FIM-LOTEREC
974278         READ LOTES-RECEBIDOS NEXT RECORD
974280             AT END
974282                 MOVE "S" TO WS-FIM-LOTEREC
974284             NOT AT END
974286                 PERFORM 1425-AVALIAR-LOTE THRU 1425-EXIT
974288         END-READ
974290     END-PERFORM.
974292 1420-EXIT.
974294     EXIT.
974296*
974298 1425-AVALIAR-LOTE.
974300     IF NOT LOT-ORIGEM-CONVENIO
974302         OR LOT-CNPJ-REMETENTE NOT = WS-LOTE-CNPJ
974304         MOVE "S" TO WS-FIM-LOTEREC
974306         GO TO 1425-EXIT
974308     END-IF
974310     IF LOT-ACEITO
974312         AND LOT-SEQUENCIA > WS-LOTE-ULTIMA-ACEITA
974314         MOVE LOT-SEQUENCIA TO WS-LOTE-ULTIMA-ACEITA
974316     END-IF
974318     IF LOT-SEQUENCIA = WS-LOTE-SEQUENCIA
974320         MOVE LOT-OCORRENCIA TO WS-LOTE-OCORRENCIA
974322         IF LOT-ACEITO
974324             MOVE "S" TO WS-SEQUENCIA-ACEITA
974326         END-IF
974328     END-IF.
974330 1425-EXIT.
974332     EXIT.
974334*
974336*----------------------------------------------------------------
974338*    1430-REGISTRAR-LOTE
974340*    GRAVA O RECEBIMENTO NO LOTEREC COMO NOVA OCORRENCIA DA
974342*    SEQUENCIA, COM OS TOTAIS DO TRAILER E OS CONTADOS, A
974344*    SITUACAO E O MOTIVO DA RECUSA.
974346*----------------------------------------------------------------
974348 1430-REGISTRAR-LOTE.
974350     MOVE SPACES TO LOT-REGISTRO
974352     MOVE "C" TO LOT-ORIGEM
974354     MOVE WS-LOTE-CNPJ TO LOT-CNPJ-REMETENTE
974356     MOVE WS-LOTE-SEQUENCIA TO LOT-SEQUENCIA
974358     ADD 1 TO WS-LOTE-OCORRENCIA
974360     MOVE WS-LOTE-OCORRENCIA TO LOT-OCORRENCIA
974362     MOVE WS-LOTE-DATA-GERACAO TO LOT-DATA-GERACAO
974364     MOVE WS-DATA-PROCESSAMENTO TO LOT-DATA-MOVIMENTO
974366     ACCEPT WS-HORA-SISTEMA-V FROM TIME
974368     MOVE WS-HORA-SISTEMA-V TO LOT-HORA-RECEBIMENTO
974370     MOVE WS-LOTE-QTD-INFORMADA TO LOT-QTD-INFORMADA
974372     MOVE WS-LOTE-VALOR-INFORMADO TO LOT-VALOR-INFORMADO
974374     MOVE WS-LOTE-QTD-LIDA TO LOT-QTD-LIDA
974376     MOVE WS-LOTE-VALOR-LIDO TO LOT-VALOR-LIDO
974378     MOVE WS-SITUACAO-LOTE TO LOT-SITUACAO
974380     MOVE WS-LOTE-MOTIVO TO LOT-MOTIVO-RECUSA
974382     MOVE ZERO TO LOT-QTD-EFETIVADOS LOT-VALOR-EFETIVADO
974384     WRITE LOT-REGISTRO
974386     IF NOT ST-LOTEREC-OK
974388         DISPLAY "COBCNV01: ERRO AO GRAVAR LOTEREC, STATUS "
974390                 WS-STATUS-LOTEREC
974392         GO TO 9999-ABENDAR
974394     END-IF.
974396 1430-EXIT.
974398     EXIT.
974400*
974402*----------------------------------------------------------------
974404*    1440-RECUSAR-LOTE
974406*    LOTE RECUSADO: NENHUMA CONTA E DEBITADA E SO O HEADER DA
974408*    REMESSA (OU O PRIMEIRO REGISTRO, SEM HEADER VALIDO) VOLTA
974410*    NO CONVRET, COM O MOTIVO DA RECUSA DO LOTE E A DATA.
974412*----------------------------------------------------------------
974414 1440-RECUSAR-LOTE.
974416     EVALUATE WS-LOTE-MOTIVO
974418         WHEN "11"
974420             DISPLAY "COBCNV01: LOTE RECUSADO - HEADER AUSENTE "
974422                     "OU INVALIDO"
974424         WHEN "12"
974426             DISPLAY "COBCNV01: LOTE RECUSADO - TRAILER AUSENTE "
974428                     "OU INVALIDO (ARQUIVO INCOMPLETO)"
974430         WHEN "13"
974432             DISPLAY "COBCNV01: LOTE RECUSADO - TRAILER NAO "
974434                     "CONFERE"
974436             DISPLAY "         TRAILER..: " WS-LOTE-QTD-INFORMADA
974438                     " REGISTROS, R$ " WS-LOTE-VALOR-INFORMADO
974440             DISPLAY "         CONTADOS.: " WS-LOTE-QTD-LIDA
974442                     " REGISTROS, R$ " WS-LOTE-VALOR-LIDO
974444         WHEN "14"
974446             DISPLAY "COBCNV01: LOTE RECUSADO - SEQUENCIA "
974448                     WS-LOTE-SEQUENCIA " JA PROCESSADA (ULTIMA "
974450                     "ACEITA " WS-LOTE-ULTIMA-ACEITA ")"
974452         WHEN "15"
974454             DISPLAY "COBCNV01: LOTE RECUSADO - SEQUENCIA "
974456                     WS-LOTE-SEQUENCIA " SALTADA (ULTIMA ACEITA "
974458                     WS-LOTE-ULTIMA-ACEITA ")"
974460     END-EVALUATE
974462     MOVE SPACES TO RET-REGISTRO
974464     MOVE WS-HEADER-REMESSA TO RET-REMESSA
974466     MOVE WS-LOTE-MOTIVO TO RET-CODIGO
974468     MOVE WS-DATA-PROCESSAMENTO TO RET-DATA-PROCESSAMENTO
974470     WRITE RET-REGISTRO
974472     IF NOT ST-RETORNO-OK
974474         DISPLAY "COBCNV01: ERRO AO GRAVAR RETORNO, STATUS "
974476                 WS-STATUS-RETORNO
974478         GO TO 9999-ABENDAR
974480     END-IF
974482     DISPLAY "COBCNV01: NENHUM DEBITO EFETUADO - REMESSA DEVE "
974484             "SER CORRIGIDA E REENVIADA PELO CREDOR".
974486 1440-EXIT.
974488     EXIT.
974490*
974492*----------------------------------------------------------------
974494*    3100-ATUALIZAR-LOTE
974496*    GRAVA NO REGISTRO DO LOTE ACEITO AS QUANTIDADES E O VALOR
974498*    EFETIVAMENTE DEBITADOS (PAGOS) E FECHA O CONTROLE DE LOTES.
974500*----------------------------------------------------------------
974502 3100-ATUALIZAR-LOTE.
974504     IF SW-REMESSA-VAZIA
974506         GO TO 3100-EXIT
974508     END-IF
974510     IF SW-LOTE-RECUSADO
974512         CLOSE LOTES-RECEBIDOS
974514         GO TO 3100-EXIT
974516     END-IF
974518     MOVE "C" TO LOT-ORIGEM
974520     MOVE WS-LOTE-CNPJ TO LOT-CNPJ-REMETENTE
974522     MOVE WS-LOTE-SEQUENCIA TO LOT-SEQUENCIA
974524     MOVE WS-LOTE-OCORRENCIA TO LOT-OCORRENCIA
974526     READ LOTES-RECEBIDOS
974528     IF NOT ST-LOTEREC-OK
974530         DISPLAY "COBCNV01: ERRO AO LER LOTEREC, STATUS "
974532                 WS-STATUS-LOTEREC
974534         GO TO 9999-ABENDAR
974536     END-IF
974538     MOVE WS-QTD-PAGOS TO LOT-QTD-EFETIVADOS
974540     MOVE WS-TOTAL-PAGO TO LOT-VALOR-EFETIVADO
974542     REWRITE LOT-REGISTRO
974544     IF NOT ST-LOTEREC-OK
974546         DISPLAY "COBCNV01: ERRO AO REGRAVAR LOTEREC, STATUS "
974548                 WS-STATUS-LOTEREC
974550         GO TO 9999-ABENDAR
974552     END-IF
974554     CLOSE LOTES-RECEBIDOS.
974556 3100-EXIT.
974558     EXIT.
974560*
974562*----------------------------------------------------------------
974564*    3200-EXIBIR-LOTE
974566*    IDENTIFICACAO E SITUACAO DO LOTE NO RELATORIO DE CONTROLE.
974568*    LOTE RECUSADO TERMINA O JOB COM RC 4.
974570*----------------------------------------------------------------
974572 3200-EXIBIR-LOTE.
974574     IF SW-REMESSA-VAZIA
974576         DISPLAY "SITUACAO DO LOTE...........: REMESSA VAZIA"
974578         GO TO 3200-EXIT
974580     END-IF
974582     DISPLAY "CREDOR (CNPJ)..............: " WS-LOTE-CNPJ
974584     DISPLAY "SEQUENCIA DO LOTE..........: " WS-LOTE-SEQUENCIA
974586     DISPLAY "DATA DE GERACAO............: " WS-LOTE-DATA-GERACAO
974588     DISPLAY "QTD INFORMADA NO TRAILER...: " WS-LOTE-QTD-INFORMADA
974590     DISPLAY "VALOR INFORMADO NO TRAILER.: R$ "
974592             WS-LOTE-VALOR-INFORMADO
974594     IF SW-LOTE-ACEITO
974596         DISPLAY "SITUACAO DO LOTE...........: ACEITO"
974598         GO TO 3200-EXIT
974600     END-IF
974602     DISPLAY "SITUACAO DO LOTE...........: RECUSADO - MOTIVO "
974604             WS-LOTE-MOTIVO
974606     MOVE 4 TO RETURN-CODE.
974608 3200-EXIT.
974610     EXIT.
974612*
974614*----------------------------------------------------------------
974616*    8000-INICIAR-PASSO
974618*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
974620*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
974622*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
974624*----------------------------------------------------------------
974626 8000-INICIAR-PASSO.
974628     MOVE "I" TO CTP-FUNCAO
974630     MOVE "COBCNV01" TO CTP-PROGRAMA
974632     MOVE WS-DATA-PROCESSAMENTO TO CTP-DATA-MOVIMENTO
974634     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
974636                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
974638     CALL "CTLPAS01" USING CTP-PARAMETROS
974640     IF CTP-AUTORIZADO
974642         MOVE "S" TO WS-PASSO-INICIADO
974644         GO TO 8000-EXIT
974646     END-IF
974648     DISPLAY "COBCNV01: " CTP-MENSAGEM
974650     IF CTP-JA-CONCLUIDO
974652         MOVE 4 TO RETURN-CODE
974654         STOP RUN
974656     END-IF
974658     IF CTP-RECUSADO
974660         MOVE 8 TO RETURN-CODE
974662         STOP RUN
974664     END-IF
974666     GO TO 9999-ABENDAR.
974668 8000-EXIT.
974670     EXIT.
974672*
974674*----------------------------------------------------------------
974676*    8100-CONCLUIR-PASSO
974678*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
974680*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
974682*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
974684*    PROCESSAMENTO JA TERMINOU.
974686*----------------------------------------------------------------
974688 8100-CONCLUIR-PASSO.
974690     MOVE "N" TO WS-PASSO-INICIADO
974692     MOVE "C" TO CTP-FUNCAO
974694     MOVE WS-QTD-LIDOS TO CTP-QTD-LIDOS
974696     MOVE WS-QTD-PAGOS TO CTP-QTD-EFETIVADOS
974698     MOVE WS-TOTAL-PAGO TO CTP-VALOR-TOTAL
974700     CALL "CTLPAS01" USING CTP-PARAMETROS
974702     MOVE CTP-RETURN-CODE TO RETURN-CODE
974704     IF NOT CTP-AUTORIZADO
974706         DISPLAY "COBCNV01: AVISO - " CTP-MENSAGEM
974708     END-IF.
974710 8100-EXIT.
974712     EXIT.
974714*
003290 9999-ABENDAR.
003292     IF SW-PASSO-INICIADO
003294         MOVE 16 TO CTP-RETURN-CODE
003296         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
003298     END-IF
003300     DISPLAY "COBCNV01: ENCERRADO COM ERRO - VERIFIQUE OS "
003310             "STATUS ACIMA".
003320     MOVE 16 TO RETURN-CODE
