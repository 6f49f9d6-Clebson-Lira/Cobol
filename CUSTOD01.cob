000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTOD01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    RELATORIO DIARIO DA DUPLA CUSTODIA DA SUPERVISAO. AO FIM   *
000090*    DO DIA, EXPIRA ("X") AS SOLICITACOES DE ALTERACAO SENSIVEL *
000100*    (ARQUIVO SOLICIT, GRAVADO PELO ADMIN01) QUE CONTINUAM      *
000110*    PENDENTES NA DATA PEDIDA OU EM DATAS ANTERIORES, E LISTA   *
000120*    TODAS AS SOLICITACOES DA DATA: HORA, TIPO, CONTA OU        *
000130*    OPERADOR, VALORES ANTERIOR E NOVO, SUPERVISOR SOLICITANTE, *
000140*    SITUACAO (APROVADA, REJEITADA, EXPIRADA OU EFETIVADA       *
000150*    DIRETO ABAIXO DO VALOR DE DUPLA CUSTODIA) E SUPERVISOR     *
000160*    QUE DECIDIU, COM A HORA DA DECISAO. NO FIM, OS TOTAIS POR  *
000170*    SITUACAO.                                                  *
000180*    CARTAO DE ENTRADA: DATA DAS SOLICITACOES (AAAAMMDD); ZEROS *
000190*    = DATA DO SISTEMA. PENDENTE DE DATA ANTERIOR (DIA EM QUE O *
000200*    RELATORIO NAO RODOU) TAMBEM E EXPIRADA E SAI LISTADA A     *
000210*    PARTE.                                                     *
000220*****************************************************************
000230*    HISTORICO DE MANUTENCAO                                   *
000240*    DATA       AUTOR   DESCRICAO                               *
000250*    ---------- ------- -----------------------------------------
000260*    2026-10-15 CL      CRIACAO DO RELATORIO - DUPLA CUSTODIA  *
000270*                       DAS ALTERACOES SENSIVEIS DO ADMIN01    *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SOLICITACOES ASSIGN TO "SOLICIT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS SOL-CHAVE
000360         FILE STATUS IS WS-STATUS-SOLICIT.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SOLICITACOES
000400     LABEL RECORD IS STANDARD.
000410 COPY SOLREG.
000420 WORKING-STORAGE SECTION.
000430 01  WS-STATUS-SOLICIT           PIC X(02) VALUE "00".
000440     88  ST-SOLICIT-OK                    VALUE "00".
000450     88  ST-SOLICIT-INEXISTENTE           VALUE "35".
000460 01  WS-FLAGS.
000470     05  WS-FIM-SOLICIT          PIC X(01) VALUE "N".
000480         88  SW-FIM-SOLICIT             VALUE "S".
000490 01  WS-DATA-PEDIDA              PIC 9(08) VALUE ZERO.
000500 01  WS-HORA-TRABALHO            PIC 9(08) VALUE ZERO.
000510 01  WS-HORA-PARTES REDEFINES WS-HORA-TRABALHO.
000520     05  WS-HORA-HH              PIC 9(02).
000530     05  WS-HORA-MM              PIC 9(02).
000540     05  WS-HORA-SS              PIC 9(02).
000550     05  WS-HORA-CC              PIC 9(02).
000560 01  WS-HORA-EDITADA.
000570     05  WS-EDITADA-HH           PIC 9(02).
000580     05  FILLER                  PIC X(01) VALUE ":".
000590     05  WS-EDITADA-MM           PIC 9(02).
000600     05  FILLER                  PIC X(01) VALUE ":".
000610     05  WS-EDITADA-SS           PIC 9(02).
000620 01  WS-CONTADORES.
000630     05  WS-QTD-SOLICITADAS      PIC 9(05) COMP VALUE ZERO.
000640     05  WS-QTD-APROVADAS        PIC 9(05) COMP VALUE ZERO.
000650     05  WS-QTD-REJEITADAS       PIC 9(05) COMP VALUE ZERO.
000660     05  WS-QTD-EXPIRADAS        PIC 9(05) COMP VALUE ZERO.
000670     05  WS-QTD-DIRETAS          PIC 9(05) COMP VALUE ZERO.
000680     05  WS-QTD-EXPIRADAS-ANT    PIC 9(05) COMP VALUE ZERO.
000690 01  WS-LINHA-SOLICITACAO.
000700     05  LS-DATA                 PIC 9(08).
000710     05  FILLER                  PIC X(01) VALUE SPACE.
000720     05  LS-SEQUENCIA            PIC 9(05).
000730     05  FILLER                  PIC X(01) VALUE SPACE.
000740     05  LS-HORA                 PIC X(08).
000750     05  FILLER                  PIC X(01) VALUE SPACE.
000760     05  LS-TIPO                 PIC X(19).
000770     05  FILLER                  PIC X(01) VALUE SPACE.
000780     05  LS-ALVO.
000790         10  LS-ALVO-DESCRICAO   PIC X(04).
000800         10  LS-ALVO-CODIGO      PIC 9(07).
000810     05  FILLER                  PIC X(01) VALUE SPACE.
000820     05  LS-VALOR-ANTERIOR       PIC X(15).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  LS-VALOR-NOVO           PIC X(15).
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  LS-SOLICITANTE          PIC 9(04).
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  LS-SITUACAO             PIC X(10).
000890     05  FILLER                  PIC X(01) VALUE SPACE.
000900     05  LS-DECISOR              PIC 9(04).
000910     05  FILLER                  PIC X(01) VALUE SPACE.
000920     05  LS-HORA-DECISAO         PIC X(08).
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000960     PERFORM 2000-PROCESSAR-SOLICITACOES THRU 2000-EXIT
000970     PERFORM 3000-FINALIZAR THRU 3000-EXIT
000980     STOP RUN.
000990*
001000*----------------------------------------------------------------
001010*    1000-INICIALIZAR
001020*    LE A DATA PEDIDA NO CARTAO DE ENTRADA (ZEROS = DATA DO
001030*    SISTEMA) E ABRE O ARQUIVO DE SOLICITACOES PARA ATUALIZACAO.
001040*----------------------------------------------------------------
001050 1000-INICIALIZAR.
001060     ACCEPT WS-DATA-PEDIDA
001070     IF WS-DATA-PEDIDA NOT NUMERIC
001080         DISPLAY "CUSTOD01: DATA INVALIDA NO CARTAO DE ENTRADA"
001090         GO TO 9999-ABENDAR
001100     END-IF
001110     IF WS-DATA-PEDIDA = ZERO
001120         ACCEPT WS-DATA-PEDIDA FROM DATE YYYYMMDD
001130     END-IF
001140     OPEN I-O SOLICITACOES
001150     IF ST-SOLICIT-INEXISTENTE
001160         DISPLAY "CUSTOD01: NENHUMA SOLICITACAO REGISTRADA "
001170                 "(SOLICIT INEXISTENTE)"
001180         STOP RUN
001190     END-IF
001200     IF NOT ST-SOLICIT-OK
001210         DISPLAY "CUSTOD01: ERRO AO ABRIR SOLICIT, STATUS "
001220                 WS-STATUS-SOLICIT
001230         GO TO 9999-ABENDAR
001240     END-IF
001250     MOVE "N" TO WS-FIM-SOLICIT
001260     DISPLAY "-------------------------------------------------"
001270     DISPLAY "CUSTOD01 - DUPLA CUSTODIA DA SUPERVISAO - DATA "
001280             WS-DATA-PEDIDA
001290     DISPLAY "-------------------------------------------------"
001300     DISPLAY "DATA     SEQ   HORA     TIPO                "
001310             "CONTA/OPER  VALOR ANTERIOR  VALOR NOVO      "
001320             "SOLI SITUACAO   DECI HORA DEC".
001330 1000-EXIT.
001340     EXIT.
001350*
001360 2000-PROCESSAR-SOLICITACOES.
001370     PERFORM UNTIL SW-FIM-SOLICIT
001380         READ SOLICITACOES NEXT RECORD
001390             AT END
001400                 MOVE "S" TO WS-FIM-SOLICIT
001410             NOT AT END
001420                 PERFORM 2100-TRATAR-SOLICITACAO THRU 2100-EXIT
001430         END-READ
001440     END-PERFORM.
001450 2000-EXIT.
001460     EXIT.
001470*
001480*----------------------------------------------------------------
001490*    2100-TRATAR-SOLICITACAO
001500*    O ARQUIVO ESTA EM ORDEM DE DATA: SOLICITACAO POSTERIOR A   *
001510*    DATA PEDIDA ENCERRA A LEITURA. PENDENTE ATE A DATA PEDIDA  *
001520*    E EXPIRADA (SEM SUPERVISOR DE DECISAO). SAO LISTADAS AS DA *
001530*    DATA PEDIDA E AS EXPIRADAS AGORA DE DATAS ANTERIORES.      *
001540*----------------------------------------------------------------
001550 2100-TRATAR-SOLICITACAO.
001560     IF SOL-DATA-SOLICITACAO > WS-DATA-PEDIDA
001570         MOVE "S" TO WS-FIM-SOLICIT
001580         GO TO 2100-EXIT
001590     END-IF
001600     IF NOT SOL-PENDENTE
001610         AND SOL-DATA-SOLICITACAO < WS-DATA-PEDIDA
001620         GO TO 2100-EXIT
001630     END-IF
001640     IF SOL-PENDENTE
001650         PERFORM 2200-EXPIRAR-SOLICITACAO THRU 2200-EXIT
001660     END-IF
001670     IF SOL-DATA-SOLICITACAO < WS-DATA-PEDIDA
001680         ADD 1 TO WS-QTD-EXPIRADAS-ANT
001690     ELSE
001700         PERFORM 2300-ACUMULAR-SITUACAO THRU 2300-EXIT
001710     END-IF
001720     PERFORM 2400-IMPRIMIR-SOLICITACAO THRU 2400-EXIT.
001730 2100-EXIT.
001740     EXIT.
001750*
001760 2200-EXPIRAR-SOLICITACAO.
001770     MOVE "X" TO SOL-STATUS
001780     MOVE ZERO TO SOL-OPERADOR-DECISAO
001790     MOVE WS-DATA-PEDIDA TO SOL-DATA-DECISAO
001800     MOVE ZERO TO SOL-HORA-DECISAO
001810     REWRITE SOL-REGISTRO
001820     IF NOT ST-SOLICIT-OK
001830         DISPLAY "CUSTOD01: ERRO AO EXPIRAR A SOLICITACAO "
001840                 SOL-DATA-SOLICITACAO "/" SOL-SEQUENCIA
001850                 ", STATUS " WS-STATUS-SOLICIT
001860         GO TO 9999-ABENDAR
001870     END-IF.
001880 2200-EXIT.
001890     EXIT.
001900*
001910 2300-ACUMULAR-SITUACAO.
001920     ADD 1 TO WS-QTD-SOLICITADAS
001930     EVALUATE TRUE
001940         WHEN SOL-APROVADA
001950             ADD 1 TO WS-QTD-APROVADAS
001960         WHEN SOL-REJEITADA
001970             ADD 1 TO WS-QTD-REJEITADAS
001980         WHEN SOL-EXPIRADA
001990             ADD 1 TO WS-QTD-EXPIRADAS
002000         WHEN SOL-EFETIVADA-DIRETO
002010             ADD 1 TO WS-QTD-DIRETAS
002020     END-EVALUATE.
002030 2300-EXIT.
002040     EXIT.
002050*
002060*----------------------------------------------------------------
002070*    2400-IMPRIMIR-SOLICITACAO
002080*    IMPRIME UMA SOLICITACAO COM O SUPERVISOR SOLICITANTE E O   *
002090*    QUE DECIDIU (ZERO NAS EXPIRADAS; NA EFETIVADA DIRETO E O   *
002100*    PROPRIO SOLICITANTE).                                      *
002110*----------------------------------------------------------------
002120 2400-IMPRIMIR-SOLICITACAO.
002130     MOVE SOL-DATA-SOLICITACAO TO LS-DATA
002140     MOVE SOL-SEQUENCIA TO LS-SEQUENCIA
002150     MOVE SOL-HORA-SOLICITACAO TO WS-HORA-TRABALHO
002160     PERFORM 2500-EDITAR-HORA THRU 2500-EXIT
002170     MOVE WS-HORA-EDITADA TO LS-HORA
002180     EVALUATE TRUE
002190         WHEN SOL-DESBLOQUEIO-CONTA
002200             MOVE "DESBLOQUEIO" TO LS-TIPO
002210         WHEN SOL-SENHA-CONTA
002220             MOVE "SENHA DA CONTA" TO LS-TIPO
002230         WHEN SOL-LIMITE-ESPECIAL
002240             MOVE "LIMITE ESPECIAL" TO LS-TIPO
002250         WHEN SOL-LIMITE-SAQUE
002260             MOVE "LIMITE SAQUE DIARIO" TO LS-TIPO
002270         WHEN SOL-PERFIL-OPERADOR
002280             MOVE "PERFIL OPERADOR" TO LS-TIPO
002290         WHEN OTHER
002300             MOVE "TIPO DESCONHECIDO" TO LS-TIPO
002310     END-EVALUATE
002320     IF SOL-PERFIL-OPERADOR
002330         MOVE "OPR " TO LS-ALVO-DESCRICAO
002340         MOVE SOL-OPERADOR-ALVO TO LS-ALVO-CODIGO
002350     ELSE
002360         MOVE "CTA " TO LS-ALVO-DESCRICAO
002370         MOVE SOL-NUMERO-CONTA TO LS-ALVO-CODIGO
002380     END-IF
002390     MOVE SOL-VALOR-ANTERIOR TO LS-VALOR-ANTERIOR
002400     MOVE SOL-VALOR-NOVO TO LS-VALOR-NOVO
002410     MOVE SOL-OPERADOR-SOLICITANTE TO LS-SOLICITANTE
002420     EVALUATE TRUE
002430         WHEN SOL-APROVADA
002440             MOVE "APROVADA" TO LS-SITUACAO
002450         WHEN SOL-REJEITADA
002460             MOVE "REJEITADA" TO LS-SITUACAO
002470         WHEN SOL-EXPIRADA
002480             MOVE "EXPIRADA" TO LS-SITUACAO
002490         WHEN SOL-EFETIVADA-DIRETO
002500             MOVE "DIRETA" TO LS-SITUACAO
002510         WHEN OTHER
002520             MOVE SOL-STATUS TO LS-SITUACAO
002530     END-EVALUATE
002540     MOVE SOL-OPERADOR-DECISAO TO LS-DECISOR
002550     MOVE SOL-HORA-DECISAO TO WS-HORA-TRABALHO
002560     PERFORM 2500-EDITAR-HORA THRU 2500-EXIT
002570     MOVE WS-HORA-EDITADA TO LS-HORA-DECISAO
002580     DISPLAY WS-LINHA-SOLICITACAO.
002590 2400-EXIT.
002600     EXIT.
002610*
002620 2500-EDITAR-HORA.
002630     MOVE WS-HORA-HH TO WS-EDITADA-HH
002640     MOVE WS-HORA-MM TO WS-EDITADA-MM
002650     MOVE WS-HORA-SS TO WS-EDITADA-SS.
002660 2500-EXIT.
002670     EXIT.
002680*
002690 3000-FINALIZAR.
002700     CLOSE SOLICITACOES
002710     DISPLAY "-------------------------------------------------".
002720     DISPLAY "CUSTOD01 - RESUMO DA DATA " WS-DATA-PEDIDA.
002730     DISPLAY "SOLICITACOES REGISTRADAS....: " WS-QTD-SOLICITADAS.
002740     DISPLAY "  APROVADAS.................: " WS-QTD-APROVADAS.
002750     DISPLAY "  REJEITADAS................: " WS-QTD-REJEITADAS.
002760     DISPLAY "  EXPIRADAS SEM DECISAO.....: " WS-QTD-EXPIRADAS.
002770     DISPLAY "  DIRETAS (ATE O VALOR DE".
002780     DISPLAY "  DUPLA CUSTODIA)...........: " WS-QTD-DIRETAS.
002790     DISPLAY "EXPIRADAS DE DATAS ANTERIORES: "
002800             WS-QTD-EXPIRADAS-ANT.
002810     DISPLAY "-------------------------------------------------".
002820 3000-EXIT.
002830     EXIT.
002840*
002850 9999-ABENDAR.
002860     DISPLAY "CUSTOD01: ENCERRADO COM ERRO - VERIFIQUE OS STATUS "
002870             "ACIMA".
002880     MOVE 16 TO RETURN-CODE
002890     STOP RUN.
