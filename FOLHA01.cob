000230*        03 - CONTA COM STATUS INVALIDO (NAO ATIVA)             *
000240*        04 - REGISTRO DE REMESSA INVALIDO (CONTA/VALOR)        *
000250*        05 - SALDO EXCEDERIA O LIMITE DO SISTEMA               *
000255*        06 - CONTA ENCERRADA                                   *
000260*    ERRO DE GRAVACAO NO MESTRE OU NO JORNAL ABENDA O JOB, POIS *
000261*    REJEITAR UM CREDITO JA LANCADO NO JORNAL PERMITIRIA        *
000262*    DUPLICA-LO NUMA RESUBMISSAO DO ARQUIVO DE REJEITADOS.      *
961000*****************************************************************
961002*    A REMESSA E UM LOTE COM HEADER E TRAILER (VIDE FOLREM),    *
961004*    CONFERIDO INTEIRO ANTES DE QUALQUER CREDITO: TRAILER COM   *
961006*    QUANTIDADE E VALOR DOS DETALHES E SEQUENCIA DO ARQUIVO     *
961008*    IMEDIATAMENTE SEGUINTE A ULTIMA ACEITA DO EMPREGADOR NO    *
961010*    CONTROLE DE LOTES RECEBIDOS (LOTEREC). LOTE RECUSADO NAO   *
961012*    POSTA NADA: O HEADER SAI NO FOLHAREJ COM O MOTIVO DA       *
961014*    RECUSA (11 A 15, VIDE LOTREG) E O JOB TERMINA COM RC 4.    *
961016*    TODO LOTE RECEBIDO, ACEITO OU RECUSADO, FICA REGISTRADO    *
961018*    NO LOTEREC (RELATORIO NO LOTES01). REMESSA VAZIA NAO E     *
961020*    LOTE: NADA E POSTADO NEM REGISTRADO.                       *
000270*****************************************************************
000280*    HISTORICO DE MANUTENCAO                                   *
000290*    DATA       AUTOR   DESCRICAO                               *
900012*                       CODIGO DO OPERADOR, CAMPO INCLUIDO  *
900014*                       NO MOVREG PARA O FECHAMENTO DE      *
900016*                       CAIXA POR OPERADOR.                 *
900020*    2026-10-15 CL      CONTA ENCERRADA PASSA A SER RECUSADA*
900022*                       COM MOTIVO PROPRIO (06), SEPARADA   *
900024*                       DO STATUS INVALIDO (03).            *
960000*    2026-10-15 CL      INICIO E FIM DO PASSO REGISTRADOS NO   *
960002*                       CONTROLE DA CADEIA NOTURNA (CTLPAS01), *
960004*                       COM RECUSA SE O PASSO ANTERIOR NAO     *
960006*                       CONCLUIU OU SE O DIA JA FOI PROCESSADO *
962000*    2026-10-15 CL      REMESSA PASSA A TER HEADER E TRAILER:  *
962002*                       O LOTE E CONFERIDO INTEIRO ANTES DE    *
962004*                       QUALQUER CREDITO E REGISTRADO NO       *
962006*                       CONTROLE DE LOTES RECEBIDOS (LOTEREC); *
962008*                       TRAILER DIVERGENTE, SEQUENCIA JA       *
962010*                       PROCESSADA OU SALTADA RECUSAM O        *
962012*                       ARQUIVO INTEIRO.                       *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
910000     SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
910002         ORGANIZATION IS SEQUENTIAL
910004         FILE STATUS IS WS-STATUS-DATAMOV.
963000     SELECT LOTES-RECEBIDOS ASSIGN TO "LOTEREC"
963002         ORGANIZATION IS INDEXED
963004         ACCESS MODE IS DYNAMIC
963006         RECORD KEY IS LOT-CHAVE
963008         FILE STATUS IS WS-STATUS-LOTEREC.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  REMESSA-FOLHA
920000 FD  DATAMOV-ARQ
920002     LABEL RECORD IS STANDARD.
920004 COPY DATREG.
964000 FD  LOTES-RECEBIDOS
964002     LABEL RECORD IS STANDARD.
964004 COPY LOTREG.
000680 WORKING-STORAGE SECTION.
930000 01  WS-STATUS-DATAMOV           PIC X(02) VALUE "00".
930002     88  ST-DATAMOV-OK                    VALUE "00".
930004     88  ST-DATAMOV-INEXISTENTE           VALUE "35".
965000 01  WS-STATUS-LOTEREC           PIC X(02) VALUE "00".
965002     88  ST-LOTEREC-OK                    VALUE "00".
965004     88  ST-LOTEREC-INEXISTENTE           VALUE "35".
000690 01  WS-FLAGS.
000700     05  WS-FIM-REMESSA          PIC X(01) VALUE "N".
000710         88  SW-FIM-REMESSA             VALUE "S".
966000     05  WS-FIM-LOTEREC          PIC X(01) VALUE "N".
966002         88  SW-FIM-LOTEREC             VALUE "S".
966004     05  WS-TRAILER-LIDO         PIC X(01) VALUE "N".
966006         88  SW-TRAILER-LIDO            VALUE "S".
966008     05  WS-ESTRUTURA-INVALIDA   PIC X(01) VALUE "N".
966010         88  SW-ESTRUTURA-INVALIDA      VALUE "S".
966012     05  WS-SEQUENCIA-ACEITA     PIC X(01) VALUE "N".
966014         88  SW-SEQUENCIA-ACEITA        VALUE "S".
966016     05  WS-SITUACAO-LOTE        PIC X(01) VALUE "V".
966018         88  SW-LOTE-ACEITO             VALUE "A".
966020         88  SW-LOTE-RECUSADO           VALUE "R".
966022         88  SW-REMESSA-VAZIA           VALUE "V".
000720 01  WS-STATUS-REMESSA           PIC X(02) VALUE "00".
000730     88  ST-REMESSA-OK                    VALUE "00".
000740     88  ST-REMESSA-FIM                   VALUE "10".
000940     05  WS-TOTAL-POSTADO        PIC 9(09)V99 VALUE ZERO.
000950     05  WS-TOTAL-REJEITADO      PIC 9(09)V99 VALUE ZERO.
000960 01  WS-MOTIVO-REJEICAO          PIC X(02) VALUE SPACES.
968000 01  WS-CONTROLE-LOTE.
968002     05  WS-LOTE-CNPJ            PIC 9(14) VALUE ZERO.
968004     05  WS-LOTE-SEQUENCIA       PIC 9(06) VALUE ZERO.
968006     05  WS-LOTE-DATA-GERACAO    PIC 9(08) VALUE ZERO.
968008     05  WS-LOTE-QTD-INFORMADA   PIC 9(06) VALUE ZERO.
968010     05  WS-LOTE-VALOR-INFORMADO PIC 9(11)V99 VALUE ZERO.
968012     05  WS-LOTE-QTD-LIDA        PIC 9(06) VALUE ZERO.
968014     05  WS-LOTE-VALOR-LIDO      PIC 9(11)V99 VALUE ZERO.
968016     05  WS-LOTE-ULTIMA-ACEITA   PIC 9(06) VALUE ZERO.
968018     05  WS-LOTE-OCORRENCIA      PIC 9(03) VALUE ZERO.
968020     05  WS-LOTE-MOTIVO          PIC X(02) VALUE SPACES.
968022 01  WS-HEADER-REMESSA           PIC X(60) VALUE SPACES.
968024 01  WS-PASSO-INICIADO           PIC X(01) VALUE "N".
968026     88  SW-PASSO-INICIADO              VALUE "S".
968028 COPY CTLPAS.
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001030*
001040 1000-INICIALIZAR.
001050     PERFORM 1300-LER-DATA-MOVIMENTO THRU 1300-EXIT
001055     PERFORM 8000-INICIAR-PASSO THRU 8000-EXIT
001060     OPEN INPUT REMESSA-FOLHA
001070     IF ST-REMESSA-INEXISTENTE
001080         DISPLAY "FOLHA01: ARQUIVO DE REMESSA INEXISTENTE"
001340     END-IF
001350     DISPLAY "-------------------------------------------------"
001360     DISPLAY "FOLHA01 - CREDITOS DE FOLHA - " WS-DATA-SISTEMA-F
001366     DISPLAY "-------------------------------------------------"
001372     PERFORM 1400-CONFERIR-LOTE THRU 1400-EXIT.
001380 1000-EXIT.
001390     EXIT.
001400*
001410 2000-PROCESSAR-REMESSA.
001412     IF NOT SW-LOTE-ACEITO
001414         GO TO 2000-EXIT
001416     END-IF
001420     PERFORM UNTIL SW-FIM-REMESSA
001430         READ REMESSA-FOLHA
001440             AT END
001580*    MOTIVO, SEM INTERROMPER O RESTANTE DO LOTE.                *
001590*----------------------------------------------------------------
001600 2100-TRATAR-CREDITO.
001602     IF NOT REM-REG-DETALHE
001604         GO TO 2100-EXIT
001606     END-IF
001610     ADD 1 TO WS-QTD-LIDOS
001620     IF REM-NUMERO-CONTA NOT NUMERIC
001630         OR REM-VALOR NOT NUMERIC
001830         PERFORM 2200-REJEITAR THRU 2200-EXIT
001840         GO TO 2100-EXIT
001850     END-IF
001852     IF CTA-CONTA-ENCERRADA
001853         MOVE "06" TO WS-MOTIVO-REJEICAO
001854         PERFORM 2200-REJEITAR THRU 2200-EXIT
001855         GO TO 2100-EXIT
001856     END-IF
001860     IF NOT CTA-CONTA-ATIVA
001870         MOVE "03" TO WS-MOTIVO-REJEICAO
001880         PERFORM 2200-REJEITAR THRU 2200-EXIT
002590     EXIT.
002600*
002610 3000-FINALIZAR.
002615     PERFORM 3100-ATUALIZAR-LOTE THRU 3100-EXIT
002620     CLOSE REMESSA-FOLHA
002630     CLOSE CONTAS-MASTER
002640     CLOSE JORNAL-MOVTO
002750     DISPLAY "VALOR TOTAL REJEITADO......: R$ "
002760             WS-TOTAL-REJEITADO.
002770     DISPLAY "-------------------------------------------------".
002771     PERFORM 3200-EXIBIR-LOTE THRU 3200-EXIT
002772     DISPLAY "-------------------------------------------------".
002773     MOVE RETURN-CODE TO CTP-RETURN-CODE
002776     PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT.
002780 3000-EXIT.
002790     EXIT.
002800*
940050 1300-EXIT.
940052     EXIT.
940054*
940056*----------------------------------------------------------------
940058*    1400-CONFERIR-LOTE
940060*    CONFERE A REMESSA INTEIRA ANTES DE QUALQUER CREDITO: HEADER
940062*    VALIDO NO PRIMEIRO REGISTRO, TRAILER NO ULTIMO, QUANTIDADE E
940064*    VALOR DOS DETALHES IGUAIS AOS DO TRAILER E SEQUENCIA DO
940066*    ARQUIVO IMEDIATAMENTE SEGUINTE A ULTIMA ACEITA DO
940068*    EMPREGADOR. O LOTE E REGISTRADO NO LOTEREC, ACEITO OU
940070*    RECUSADO; ACEITO, A REMESSA E REABERTA PARA O POSTING.
940072*----------------------------------------------------------------
940074 1400-CONFERIR-LOTE.
940076     MOVE "V" TO WS-SITUACAO-LOTE
940078     READ REMESSA-FOLHA
940080         AT END
940082             DISPLAY "FOLHA01: REMESSA VAZIA - NENHUM LOTE A "
940084                     "PROCESSAR"
940086             GO TO 1400-EXIT
940088     END-READ
940090     MOVE REM-REGISTRO TO WS-HEADER-REMESSA
940092     IF REM-REG-HEADER
940094         AND REM-HDR-CNPJ-EMPREGADOR NUMERIC
940096         AND REM-HDR-SEQUENCIA NUMERIC
940098         AND REM-HDR-DATA-GERACAO NUMERIC
940100         AND REM-HDR-SEQUENCIA > ZERO
940102         MOVE REM-HDR-CNPJ-EMPREGADOR TO WS-LOTE-CNPJ
940104         MOVE REM-HDR-SEQUENCIA TO WS-LOTE-SEQUENCIA
940106         MOVE REM-HDR-DATA-GERACAO TO WS-LOTE-DATA-GERACAO
940108     ELSE
940110         MOVE "11" TO WS-LOTE-MOTIVO
940112     END-IF
940114     PERFORM UNTIL SW-FIM-REMESSA
940116         READ REMESSA-FOLHA
940118             AT END
940120                 MOVE "S" TO WS-FIM-REMESSA
940122             NOT AT END
940124                 PERFORM 1410-CONTAR-REGISTRO THRU 1410-EXIT
940126         END-READ
940128     END-PERFORM
940130     IF WS-LOTE-MOTIVO = SPACES
940132         AND (NOT SW-TRAILER-LIDO OR SW-ESTRUTURA-INVALIDA)
940134         MOVE "12" TO WS-LOTE-MOTIVO
940136     END-IF
940138     IF WS-LOTE-MOTIVO = SPACES
940140         AND (WS-LOTE-QTD-INFORMADA NOT = WS-LOTE-QTD-LIDA
940142           OR WS-LOTE-VALOR-INFORMADO NOT = WS-LOTE-VALOR-LIDO)
940144         MOVE "13" TO WS-LOTE-MOTIVO
940146     END-IF
940148     PERFORM 1420-CONSULTAR-LOTES THRU 1420-EXIT
940150     IF WS-LOTE-MOTIVO = SPACES
940152         AND (SW-SEQUENCIA-ACEITA
940154           OR WS-LOTE-SEQUENCIA NOT > WS-LOTE-ULTIMA-ACEITA)
940156         MOVE "14" TO WS-LOTE-MOTIVO
940158     END-IF
940160     IF WS-LOTE-MOTIVO = SPACES
940162         AND WS-LOTE-ULTIMA-ACEITA > ZERO
940164         AND WS-LOTE-SEQUENCIA > WS-LOTE-ULTIMA-ACEITA + 1
940166         MOVE "15" TO WS-LOTE-MOTIVO
940168     END-IF
940170     IF WS-LOTE-MOTIVO = SPACES
940172         MOVE "A" TO WS-SITUACAO-LOTE
940174     ELSE
940176         MOVE "R" TO WS-SITUACAO-LOTE
940178     END-IF
940180     PERFORM 1430-REGISTRAR-LOTE THRU 1430-EXIT
940182     IF SW-LOTE-RECUSADO
940184         PERFORM 1440-RECUSAR-LOTE THRU 1440-EXIT
940186         GO TO 1400-EXIT
940188     END-IF
940190     CLOSE REMESSA-FOLHA
940192     OPEN INPUT REMESSA-FOLHA
940194     IF NOT ST-REMESSA-OK
940196         DISPLAY "FOLHA01: ERRO AO REABRIR REMESSA, STATUS "
940198                 WS-STATUS-REMESSA
940200         GO TO 9999-ABENDAR
940202     END-IF
940204     MOVE "N" TO WS-FIM-REMESSA
940206     DISPLAY "FOLHA01: LOTE " WS-LOTE-SEQUENCIA " DO EMPREGADOR "
940208             WS-LOTE-CNPJ " ACEITO - " WS-LOTE-QTD-LIDA
940210             " CREDITOS".
940212 1400-EXIT.
940214     EXIT.
940216*
940218*----------------------------------------------------------------
940220*    1410-CONTAR-REGISTRO
940222*    ACUMULA OS DETALHES DA REMESSA E GUARDA O TRAILER. QUALQUER
940224*    REGISTRO APOS O TRAILER, SEGUNDO HEADER OU TIPO DESCONHECIDO
940226*    INVALIDA A ESTRUTURA DO LOTE.
940228*----------------------------------------------------------------
940230 1410-CONTAR-REGISTRO.
940232     IF SW-TRAILER-LIDO
940234         MOVE "S" TO WS-ESTRUTURA-INVALIDA
940236         GO TO 1410-EXIT
940238     END-IF
940240     IF REM-REG-DETALHE
940242         ADD 1 TO WS-LOTE-QTD-LIDA
940244         IF REM-VALOR NUMERIC
940246             ADD REM-VALOR TO WS-LOTE-VALOR-LIDO
940248         END-IF
940250         GO TO 1410-EXIT
940252     END-IF
940254     IF REM-REG-TRAILER
940256         AND REM-TRL-QTD-DETALHES NUMERIC
940258         AND REM-TRL-VALOR-TOTAL NUMERIC
940260         MOVE "S" TO WS-TRAILER-LIDO
940262         MOVE REM-TRL-QTD-DETALHES TO WS-LOTE-QTD-INFORMADA
940264         MOVE REM-TRL-VALOR-TOTAL TO WS-LOTE-VALOR-INFORMADO
940266         GO TO 1410-EXIT
940268     END-IF
940270     MOVE "S" TO WS-ESTRUTURA-INVALIDA.
940272 1410-EXIT.
940274     EXIT.
940276*
940278*----------------------------------------------------------------
940280*    1420-CONSULTAR-LOTES
940282*    ABRE O CONTROLE DE LOTES RECEBIDOS (CRIANDO-O NA
940284*    IMPLANTACAO) E PERCORRE OS LOTES JA RECEBIDOS DO
940286*    EMPREGADOR: ULTIMA SEQUENCIA ACEITA, SE A SEQUENCIA DESTE
940288*    LOTE JA FOI ACEITA E A ULTIMA OCORRENCIA DELA.
940290*----------------------------------------------------------------
940292 1420-CONSULTAR-LOTES.
940294     OPEN I-O LOTES-RECEBIDOS
940296     IF ST-LOTEREC-INEXISTENTE
940298         OPEN OUTPUT LOTES-RECEBIDOS
940300         CLOSE LOTES-RECEBIDOS
940302         OPEN I-O LOTES-RECEBIDOS
940304     END-IF
940306     IF NOT ST-LOTEREC-OK
940308         DISPLAY "FOLHA01: ERRO AO ABRIR LOTEREC, STATUS "
940310                 WS-STATUS-LOTEREC
940312         GO TO 9999-ABENDAR
940314     END-IF
940316     MOVE "F" TO LOT-ORIGEM
940318     MOVE WS-LOTE-CNPJ TO LOT-CNPJ-REMETENTE
940320     MOVE ZERO TO LOT-SEQUENCIA LOT-OCORRENCIA
940322     MOVE "N" TO WS-FIM-LOTEREC
940324     START LOTES-RECEBIDOS KEY IS NOT LESS THAN LOT-CHAVE
940326         INVALID KEY
940328             MOVE "S" TO WS-FIM-LOTEREC
940330     END-START
940332     PERFORM UNTIL SW-FIM-LOTEREC
940334         READ LOTES-RECEBIDOS NEXT RECORD
940336             AT END
940338                 MOVE "S" TO WS-FIM-LOTEREC
940340             NOT AT END
940342                 PERFORM 1425-AVALIAR-LOTE THRU 1425-EXIT
940344         END-READ
940346     END-PERFORM.
940348 1420-EXIT.
940350     EXIT.
940352*
940354 1425-AVALIAR-LOTE.
940356     IF NOT LOT-ORIGEM-FOLHA
940358         OR LOT-CNPJ-REMETENTE NOT = WS-LOTE-CNPJ
940360         MOVE "S" TO WS-FIM-LOTEREC
940362         GO TO 1425-EXIT
940364     END-IF
940366     IF LOT-ACEITO
940368         AND LOT-SEQUENCIA > WS-LOTE-ULTIMA-ACEITA
940370         MOVE LOT-SEQUENCIA TO WS-LOTE-ULTIMA-ACEITA
940372     END-IF
940374     IF LOT-SEQUENCIA = WS-LOTE-SEQUENCIA
940376         MOVE LOT-OCORRENCIA TO WS-LOTE-OCORRENCIA
940378         IF LOT-ACEITO
940380             MOVE "S" TO WS-SEQUENCIA-ACEITA
940382         END-IF
940384     END-IF.
940386 1425-EXIT.
940388     EXIT.
940390*
940392*----------------------------------------------------------------
940394*    1430-REGISTRAR-LOTE
940396*    GRAVA O RECEBIMENTO NO LOTEREC COMO NOVA OCORRENCIA DA
940398*    SEQUENCIA, COM OS TOTAIS DO TRAILER E OS CONTADOS, A
940400*    SITUACAO E O MOTIVO DA RECUSA.
940402*----------------------------------------------------------------
940404 1430-REGISTRAR-LOTE.
940406     MOVE SPACES TO LOT-REGISTRO
940408     MOVE "F" TO LOT-ORIGEM
940410     MOVE WS-LOTE-CNPJ TO LOT-CNPJ-REMETENTE
940412     MOVE WS-LOTE-SEQUENCIA TO LOT-SEQUENCIA
940414     ADD 1 TO WS-LOTE-OCORRENCIA
940416     MOVE WS-LOTE-OCORRENCIA TO LOT-OCORRENCIA
940418     MOVE WS-LOTE-DATA-GERACAO TO LOT-DATA-GERACAO
940420     MOVE WS-DATA-SISTEMA-F TO LOT-DATA-MOVIMENTO
940422     ACCEPT WS-HORA-SISTEMA-F FROM TIME
940424     MOVE WS-HORA-SISTEMA-F TO LOT-HORA-RECEBIMENTO
940426     MOVE WS-LOTE-QTD-INFORMADA TO LOT-QTD-INFORMADA
940428     MOVE WS-LOTE-VALOR-INFORMADO TO LOT-VALOR-INFORMADO
940430     MOVE WS-LOTE-QTD-LIDA TO LOT-QTD-LIDA
940432     MOVE WS-LOTE-VALOR-LIDO TO LOT-VALOR-LIDO
940434     MOVE WS-SITUACAO-LOTE TO LOT-SITUACAO
940436     MOVE WS-LOTE-MOTIVO TO LOT-MOTIVO-RECUSA
940438     MOVE ZERO TO LOT-QTD-EFETIVADOS LOT-VALOR-EFETIVADO
940440     WRITE LOT-REGISTRO
940442     IF NOT ST-LOTEREC-OK
940444         DISPLAY "FOLHA01: ERRO AO GRAVAR LOTEREC, STATUS "
940446                 WS-STATUS-LOTEREC
940448         GO TO 9999-ABENDAR
940450     END-IF.
940452 1430-EXIT.
940454     EXIT.
940456*
940458*----------------------------------------------------------------
940460*    1440-RECUSAR-LOTE
940462*    LOTE RECUSADO: NENHUM CREDITO E POSTADO E O HEADER DA
940464*    REMESSA (OU O PRIMEIRO REGISTRO, SEM HEADER VALIDO) SAI NO
940466*    FOLHAREJ COM O MOTIVO DA RECUSA DO LOTE.
940468*----------------------------------------------------------------
940470 1440-RECUSAR-LOTE.
940472     EVALUATE WS-LOTE-MOTIVO
940474         WHEN "11"
940476             DISPLAY "FOLHA01: LOTE RECUSADO - HEADER AUSENTE OU "
940478                     "INVALIDO"
940480         WHEN "12"
940482             DISPLAY "FOLHA01: LOTE RECUSADO - TRAILER AUSENTE "
940484                     "OU INVALIDO (ARQUIVO INCOMPLETO)"
940486         WHEN "13"
940488             DISPLAY "FOLHA01: LOTE RECUSADO - TRAILER NAO "
940490                     "CONFERE"
940492             DISPLAY "         TRAILER..: " WS-LOTE-QTD-INFORMADA
940494                     " REGISTROS, R$ " WS-LOTE-VALOR-INFORMADO
940496             DISPLAY "         CONTADOS.: " WS-LOTE-QTD-LIDA
940498                     " REGISTROS, R$ " WS-LOTE-VALOR-LIDO
940500         WHEN "14"
940502             DISPLAY "FOLHA01: LOTE RECUSADO - SEQUENCIA "
940504                     WS-LOTE-SEQUENCIA " JA PROCESSADA (ULTIMA "
940506                     "ACEITA " WS-LOTE-ULTIMA-ACEITA ")"
940508         WHEN "15"
940510             DISPLAY "FOLHA01: LOTE RECUSADO - SEQUENCIA "
940512                     WS-LOTE-SEQUENCIA " SALTADA (ULTIMA ACEITA "
940514                     WS-LOTE-ULTIMA-ACEITA ")"
940516     END-EVALUATE
940518     MOVE SPACES TO REJ-REGISTRO
940520     MOVE WS-HEADER-REMESSA TO REJ-REMESSA
940522     MOVE WS-LOTE-MOTIVO TO REJ-MOTIVO
940524     WRITE REJ-REGISTRO
940526     IF NOT ST-REJEITADOS-OK
940528         DISPLAY "FOLHA01: ERRO AO GRAVAR REJEITADO, STATUS "
940530                 WS-STATUS-REJEITADOS
940532         GO TO 9999-ABENDAR
940534     END-IF
940536     DISPLAY "FOLHA01: NENHUM CREDITO POSTADO - REMESSA DEVE SER "
940538             "CORRIGIDA E REENVIADA PELO EMPREGADOR".
940540 1440-EXIT.
940542     EXIT.
940544*
940546*----------------------------------------------------------------
940548*    3100-ATUALIZAR-LOTE
940550*    GRAVA NO REGISTRO DO LOTE ACEITO AS QUANTIDADES E O VALOR
940552*    EFETIVAMENTE POSTADOS E FECHA O CONTROLE DE LOTES.
940554*----------------------------------------------------------------
940556 3100-ATUALIZAR-LOTE.
940558     IF SW-REMESSA-VAZIA
940560         GO TO 3100-EXIT
940562     END-IF
940564     IF SW-LOTE-RECUSADO
940566         CLOSE LOTES-RECEBIDOS
940568         GO TO 3100-EXIT
940570     END-IF
940572     MOVE "F" TO LOT-ORIGEM
940574     MOVE WS-LOTE-CNPJ TO LOT-CNPJ-REMETENTE
940576     MOVE WS-LOTE-SEQUENCIA TO LOT-SEQUENCIA
940578     MOVE WS-LOTE-OCORRENCIA TO LOT-OCORRENCIA
940580     READ LOTES-RECEBIDOS
940582     IF NOT ST-LOTEREC-OK
940584         DISPLAY "FOLHA01: ERRO AO LER LOTEREC, STATUS "
940586                 WS-STATUS-LOTEREC
940588         GO TO 9999-ABENDAR
940590     END-IF
940592     MOVE WS-QTD-POSTADOS TO LOT-QTD-EFETIVADOS
940594     MOVE WS-TOTAL-POSTADO TO LOT-VALOR-EFETIVADO
940596     REWRITE LOT-REGISTRO
940598     IF NOT ST-LOTEREC-OK
940600         DISPLAY "FOLHA01: ERRO AO REGRAVAR LOTEREC, STATUS "
940602                 WS-STATUS-LOTEREC
940604         GO TO 9999-ABENDAR
940606     END-IF
940608     CLOSE LOTES-RECEBIDOS.
940610 3100-EXIT.
940612     EXIT.
940614*
940616*----------------------------------------------------------------
940618*    3200-EXIBIR-LOTE
940620*    IDENTIFICACAO E SITUACAO DO LOTE NO RELATORIO DE CONTROLE.
940622*    LOTE RECUSADO TERMINA O JOB COM RC 4.
940624*----------------------------------------------------------------
940626 3200-EXIBIR-LOTE.
940628     IF SW-REMESSA-VAZIA
940630         DISPLAY "SITUACAO DO LOTE...........: REMESSA VAZIA"
940632         GO TO 3200-EXIT
940634     END-IF
940636     DISPLAY "EMPREGADOR (CNPJ)..........: " WS-LOTE-CNPJ
940638     DISPLAY "SEQUENCIA DO LOTE..........: " WS-LOTE-SEQUENCIA
940640     DISPLAY "DATA DE GERACAO............: " WS-LOTE-DATA-GERACAO
940642     DISPLAY "QTD INFORMADA NO TRAILER...: " WS-LOTE-QTD-INFORMADA
940644     DISPLAY "VALOR INFORMADO NO TRAILER.: R$ "
940646             WS-LOTE-VALOR-INFORMADO
940648     IF SW-LOTE-ACEITO
940650         DISPLAY "SITUACAO DO LOTE...........: ACEITO"
940652         GO TO 3200-EXIT
940654     END-IF
940656     DISPLAY "SITUACAO DO LOTE...........: RECUSADO - MOTIVO "
940658             WS-LOTE-MOTIVO
940660     MOVE 4 TO RETURN-CODE.
940662 3200-EXIT.
940664     EXIT.
940666*
940668*----------------------------------------------------------------
940670*    8000-INICIAR-PASSO
940672*    REGISTRA O INICIO DO PASSO NO CONTROLE DA CADEIA NOTURNA
940674*    (CTLPAS01). PASSO JA CONCLUIDO NA DATA-MOVIMENTO ENCERRA
940676*    COM RC 4 E PRE-REQUISITO PENDENTE COM RC 8, SEM PROCESSAR.
940678*----------------------------------------------------------------
940680 8000-INICIAR-PASSO.
940682     MOVE "I" TO CTP-FUNCAO
940684     MOVE "FOLHA01" TO CTP-PROGRAMA
940686     MOVE WS-DATA-SISTEMA-F TO CTP-DATA-MOVIMENTO
940688     MOVE ZERO TO CTP-RETURN-CODE CTP-QTD-LIDOS
940690                  CTP-QTD-EFETIVADOS CTP-VALOR-TOTAL
940692     CALL "CTLPAS01" USING CTP-PARAMETROS
940694     IF CTP-AUTORIZADO
940696         MOVE "S" TO WS-PASSO-INICIADO
940698         GO TO 8000-EXIT
940700     END-IF
940702     DISPLAY "FOLHA01: " CTP-MENSAGEM
940704     IF CTP-JA-CONCLUIDO
940706         MOVE 4 TO RETURN-CODE
940708         STOP RUN
940710     END-IF
940712     IF CTP-RECUSADO
940714         MOVE 8 TO RETURN-CODE
940716         STOP RUN
940718     END-IF
940720     GO TO 9999-ABENDAR.
940722 8000-EXIT.
940724     EXIT.
940726*
940728*----------------------------------------------------------------
940730*    8100-CONCLUIR-PASSO
940732*    REGISTRA O FIM DO PASSO COM O RETURN CODE INFORMADO PELO
940734*    CHAMADOR EM CTP-RETURN-CODE, AS QUANTIDADES E O VALOR
940736*    TOTAL. FALHA NO REGISTRO E SO AVISADA, POIS O
940738*    PROCESSAMENTO JA TERMINOU.
940740*----------------------------------------------------------------
940742 8100-CONCLUIR-PASSO.
940744     MOVE "N" TO WS-PASSO-INICIADO
940746     MOVE "C" TO CTP-FUNCAO
940748     MOVE WS-QTD-LIDOS TO CTP-QTD-LIDOS
940750     MOVE WS-QTD-POSTADOS TO CTP-QTD-EFETIVADOS
940752     MOVE WS-TOTAL-POSTADO TO CTP-VALOR-TOTAL
940754     CALL "CTLPAS01" USING CTP-PARAMETROS
940756     MOVE CTP-RETURN-CODE TO RETURN-CODE
940758     IF NOT CTP-AUTORIZADO
940760         DISPLAY "FOLHA01: AVISO - " CTP-MENSAGEM
940762     END-IF.
940764 8100-EXIT.
940766     EXIT.
940768*
002810 9999-ABENDAR.
002812     IF SW-PASSO-INICIADO
002814         MOVE 16 TO CTP-RETURN-CODE
002816         PERFORM 8100-CONCLUIR-PASSO THRU 8100-EXIT
002818     END-IF
002820     DISPLAY "FOLHA01: ENCERRADO COM ERRO - VERIFIQUE OS STATUS "
002830             "ACIMA".
002840     MOVE 16 TO RETURN-CODE
