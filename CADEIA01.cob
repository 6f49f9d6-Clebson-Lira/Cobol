000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CADEIA01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    UTILITARIO DA CADEIA NOTURNA (CONTROLE DE LOTE CTLLOTE,    *
000090*    GRAVADO PELOS PROGRAMAS DA CADEIA VIA CTLPAS01), CONFORME  *
000100*    O COMANDO DO CARTAO DE ENTRADA:                            *
000110*    - RELATORIO: RELATORIO MATINAL DA CADEIA PARA A OPERACAO.  *
000120*                 PARA CADA PASSO DA DEFINICAO (ARQUIVO CADEIA) *
000130*                 MOSTRA SITUACAO, HORA DE INICIO E DE FIM,     *
000140*                 DURACAO, RETURN CODE, EXECUCOES, QUANTIDADES  *
000150*                 E VALOR TOTAL, E NO FIM A DURACAO DA CADEIA E *
000160*                 OS PASSOS OBRIGATORIOS PENDENTES. SEGUNDO     *
000170*                 CARTAO: DATA-MOVIMENTO (AAAAMMDD); ZEROS =    *
000180*                 ULTIMA DATA REGISTRADA NO CONTROLE. RC 4 SE   *
000190*                 HOUVER PASSO OBRIGATORIO PENDENTE.            *
000200*    - LIBERAR..: LIBERA PARA REEXECUCAO UM PASSO JA CONCLUIDO  *
000210*                 NA DATA (REPROCESSAMENTO FORCADO). CARTOES    *
000220*                 SEGUINTES: PROGRAMA, DATA-MOVIMENTO, CODIGO   *
000230*                 DO SUPERVISOR QUE AUTORIZA E SUA SENHA. O     *
000240*                 SUPERVISOR E CONFERIDO NO CADASTRO DE         *
000250*                 OPERADORES (PERFIL "S", ATIVO, SENHA COMO NO  *
000252*                 CAIXA: TENTATIVAS INVALIDAS BLOQUEIAM O       *
000254*                 OPERADOR) E A LIBERACAO SAI NA TRILHA DE      *
000260*                 AUDITORIA (AUDTRAIL). RECUSA COM RC 8.        *
000270*****************************************************************
000280*    HISTORICO DE MANUTENCAO                                   *
000290*    DATA       AUTOR   DESCRICAO                               *
000300*    ---------- ------- -----------------------------------------
000310*    2026-10-15 CL      CRIACAO DO UTILITARIO - RELATORIO DA   *
000320*                       CADEIA NOTURNA E LIBERACAO DE          *
000330*                       REEXECUCAO PELO SUPERVISOR             *
000332*    2026-10-15 CL      LIBERACAO PASSA A EXIGIR A SENHA DO    *
000334*                       SUPERVISOR, COM BLOQUEIO POR           *
000336*                       TENTATIVAS INVALIDAS COMO NO CAIXA     *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CTLLOTE-ARQ ASSIGN TO "CTLLOTE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CTL-CHAVE
000420         FILE STATUS IS WS-STATUS-CTLLOTE.
000430     SELECT CADEIA-ARQ ASSIGN TO "CADEIA"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-STATUS-CADEIA.
000460     SELECT OPERADOR-ARQ ASSIGN TO "OPERCAD"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OPR-CODIGO
000500         FILE STATUS IS WS-STATUS-OPERADOR.
000510     SELECT AUDITORIA-ARQ ASSIGN TO "AUDTRAIL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-STATUS-AUDITORIA.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CTLLOTE-ARQ
000570     LABEL RECORD IS STANDARD.
000580 COPY CTLREG.
000590 FD  CADEIA-ARQ
000600     LABEL RECORD IS STANDARD.
000610 COPY CADREG.
000620 FD  OPERADOR-ARQ
000630     LABEL RECORD IS STANDARD.
000640 COPY OPRREG.
000650 FD  AUDITORIA-ARQ
000660     LABEL RECORD IS STANDARD.
000670 COPY AUDREG.
000680 WORKING-STORAGE SECTION.
000690 01  WS-STATUS-CTLLOTE           PIC X(02) VALUE "00".
000700     88  ST-CTLLOTE-OK                    VALUE "00".
000710     88  ST-CTLLOTE-FIM                   VALUE "10".
000720     88  ST-CTLLOTE-NAO-ENCONTRADO        VALUE "23".
000730     88  ST-CTLLOTE-INEXISTENTE           VALUE "35".
000740 01  WS-STATUS-CADEIA            PIC X(02) VALUE "00".
000750     88  ST-CADEIA-OK                     VALUE "00".
000760 01  WS-STATUS-OPERADOR          PIC X(02) VALUE "00".
000770     88  ST-OPERADOR-OK                   VALUE "00".
000780 01  WS-STATUS-AUDITORIA         PIC X(02) VALUE "00".
000790     88  ST-AUDITORIA-OK                  VALUE "00".
000800 01  WS-FLAGS.
000810     05  WS-FIM-CADEIA           PIC X(01) VALUE "N".
000820         88  SW-FIM-CADEIA              VALUE "S".
000830     05  WS-FIM-CTLLOTE          PIC X(01) VALUE "N".
000840         88  SW-FIM-CTLLOTE             VALUE "S".
000850 01  WS-COMANDO                  PIC X(09) VALUE SPACES.
000860 01  WS-DATA-PEDIDA              PIC 9(08) VALUE ZERO.
000870 01  WS-PROGRAMA-PEDIDO          PIC X(08) VALUE SPACES.
000880 01  WS-OPERADOR-PEDIDO          PIC 9(04) VALUE ZERO.
000883 01  WS-SENHA-PEDIDA             PIC 9(04) VALUE ZERO.
000886 01  WS-MAX-TENTATIVAS           PIC 9(02) COMP VALUE 3.
000890 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
000900 01  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.
000910 01  WS-HORA-TRABALHO            PIC 9(08) VALUE ZERO.
000920 01  WS-HORA-PARTES REDEFINES WS-HORA-TRABALHO.
000930     05  WS-HORA-HH              PIC 9(02).
000940     05  WS-HORA-MM              PIC 9(02).
000950     05  WS-HORA-SS              PIC 9(02).
000960     05  WS-HORA-CC              PIC 9(02).
000970 01  WS-TEMPOS.
000980     05  WS-SEGUNDOS-INICIO      PIC 9(11) VALUE ZERO.
000990     05  WS-SEGUNDOS-FIM         PIC 9(11) VALUE ZERO.
001000     05  WS-SEGUNDOS-DURACAO     PIC 9(11) VALUE ZERO.
001010     05  WS-PRIMEIRO-INICIO      PIC 9(11) VALUE ZERO.
001020     05  WS-ULTIMO-FIM           PIC 9(11) VALUE ZERO.
001030     05  WS-SEGUNDOS-TRABALHO    PIC 9(11) VALUE ZERO.
001040 01  WS-CONTADORES.
001050     05  WS-QTD-PASSOS           PIC 9(03) COMP VALUE ZERO.
001060     05  WS-QTD-CONCLUIDOS       PIC 9(03) COMP VALUE ZERO.
001070     05  WS-QTD-COM-ERRO         PIC 9(03) COMP VALUE ZERO.
001080     05  WS-QTD-EM-EXECUCAO      PIC 9(03) COMP VALUE ZERO.
001090     05  WS-QTD-NAO-EXECUTADOS   PIC 9(03) COMP VALUE ZERO.
001100     05  WS-QTD-OBRIG-PENDENTES  PIC 9(03) COMP VALUE ZERO.
001110 01  WS-LINHA-PASSO.
001120     05  LP-ORDEM                PIC 9(03).
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  LP-PROGRAMA             PIC X(08).
001150     05  FILLER                  PIC X(01) VALUE SPACE.
001160     05  LP-OBRIGATORIO          PIC X(01).
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  LP-SITUACAO             PIC X(13).
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  LP-EXECUCAO.
001210         10  LP-INICIO           PIC X(08).
001220         10  FILLER              PIC X(01) VALUE SPACE.
001230         10  LP-FIM              PIC X(08).
001240         10  FILLER              PIC X(01) VALUE SPACE.
001250         10  LP-DURACAO          PIC X(09).
001260         10  FILLER              PIC X(01) VALUE SPACE.
001270         10  LP-RC               PIC ZZZ9.
001280         10  FILLER              PIC X(01) VALUE SPACE.
001290         10  LP-EXECUCOES        PIC ZZ9.
001300         10  FILLER              PIC X(01) VALUE SPACE.
001310         10  LP-LIDOS            PIC ZZZ,ZZZ,ZZ9.
001320         10  FILLER              PIC X(01) VALUE SPACE.
001330         10  LP-EFETIVADOS       PIC ZZZ,ZZZ,ZZ9.
001340         10  FILLER              PIC X(01) VALUE SPACE.
001350         10  LP-VALOR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001360 01  WS-HORA-EDITADA.
001370     05  WS-EDITADA-HH           PIC 9(02).
001380     05  FILLER                  PIC X(01) VALUE ":".
001390     05  WS-EDITADA-MM           PIC 9(02).
001400     05  FILLER                  PIC X(01) VALUE ":".
001410     05  WS-EDITADA-SS           PIC 9(02).
001420 01  WS-DURACAO-EDITADA.
001430     05  WS-DURACAO-HH           PIC 9(03).
001440     05  FILLER                  PIC X(01) VALUE ":".
001450     05  WS-DURACAO-MM           PIC 9(02).
001460     05  FILLER                  PIC X(01) VALUE ":".
001470     05  WS-DURACAO-SS           PIC 9(02).
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     ACCEPT WS-COMANDO
001510     EVALUATE WS-COMANDO
001520         WHEN "RELATORIO"
001530             PERFORM 1000-EMITIR-RELATORIO THRU 1000-EXIT
001540         WHEN "LIBERAR"
001550             PERFORM 2000-LIBERAR-PASSO THRU 2000-EXIT
001560         WHEN OTHER
001570             DISPLAY "CADEIA01: COMANDO INVALIDO NO CARTAO DE "
001580                     "ENTRADA: " WS-COMANDO
001590             GO TO 9999-ABENDAR
001600     END-EVALUATE
001610     STOP RUN.
001620*
001630*----------------------------------------------------------------
001640*    1000-EMITIR-RELATORIO
001650*    RELATORIO MATINAL DA CADEIA DA DATA-MOVIMENTO PEDIDA (OU
001660*    DA ULTIMA REGISTRADA), NA ORDEM DA DEFINICAO DA CADEIA.
001670*----------------------------------------------------------------
001680 1000-EMITIR-RELATORIO.
001690     ACCEPT WS-DATA-PEDIDA
001700     OPEN INPUT CTLLOTE-ARQ
001710     IF NOT ST-CTLLOTE-OK
001720         DISPLAY "CADEIA01: ERRO AO ABRIR CTLLOTE, STATUS "
001730                 WS-STATUS-CTLLOTE
001740         GO TO 9999-ABENDAR
001750     END-IF
001760     IF WS-DATA-PEDIDA = ZERO
001770         PERFORM 1100-LOCALIZAR-ULTIMA-DATA THRU 1100-EXIT
001780     END-IF
001790     OPEN INPUT CADEIA-ARQ
001800     IF NOT ST-CADEIA-OK
001810         DISPLAY "CADEIA01: ERRO AO ABRIR CADEIA, STATUS "
001820                 WS-STATUS-CADEIA
001830         GO TO 9999-ABENDAR
001840     END-IF
001850     DISPLAY "-------------------------------------------------"
001860     DISPLAY "CADEIA01 - SITUACAO DA CADEIA NOTURNA - DATA-"
001870             "MOVIMENTO " WS-DATA-PEDIDA
001880     DISPLAY "-------------------------------------------------"
001890     DISPLAY "ORD PROGRAMA O SITUACAO      INICIO   FIM      "
001900             "DURACAO     RC EXE       LIDOS  EFETIVADOS"
001910             "          VALOR TOTAL"
001920     PERFORM UNTIL SW-FIM-CADEIA
001930         READ CADEIA-ARQ
001940             AT END
001950                 MOVE "S" TO WS-FIM-CADEIA
001960             NOT AT END
001970                 PERFORM 1200-IMPRIMIR-PASSO THRU 1200-EXIT
001980         END-READ
001990     END-PERFORM
002000     CLOSE CADEIA-ARQ
002010     CLOSE CTLLOTE-ARQ
002020     PERFORM 1400-IMPRIMIR-RESUMO THRU 1400-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050*
002060*----------------------------------------------------------------
002070*    1100-LOCALIZAR-ULTIMA-DATA
002080*    SEM DATA NO CARTAO, O RELATORIO E DA MAIOR DATA-MOVIMENTO
002090*    REGISTRADA NO CONTROLE (A CADEIA DA NOITE ANTERIOR, JA
002100*    COM A DATA VIRADA NO DATAMOV).
002110*----------------------------------------------------------------
002120 1100-LOCALIZAR-ULTIMA-DATA.
002130     MOVE LOW-VALUES TO CTL-CHAVE
002140     START CTLLOTE-ARQ KEY IS NOT LESS THAN CTL-CHAVE
002150     IF NOT ST-CTLLOTE-OK
002160         MOVE "S" TO WS-FIM-CTLLOTE
002170     END-IF
002180     PERFORM UNTIL SW-FIM-CTLLOTE
002190         READ CTLLOTE-ARQ NEXT RECORD
002200             AT END
002210                 MOVE "S" TO WS-FIM-CTLLOTE
002220             NOT AT END
002230                 IF CTL-DATA-MOVIMENTO > WS-DATA-PEDIDA
002240                     MOVE CTL-DATA-MOVIMENTO TO WS-DATA-PEDIDA
002250                 END-IF
002260         END-READ
002270     END-PERFORM
002280     IF WS-DATA-PEDIDA = ZERO
002290         DISPLAY "CADEIA01: CONTROLE DE LOTE VAZIO - NENHUMA "
002300                 "CADEIA REGISTRADA"
002310         CLOSE CTLLOTE-ARQ
002320         STOP RUN
002330     END-IF.
002340 1100-EXIT.
002350     EXIT.
002360*
002370*----------------------------------------------------------------
002380*    1200-IMPRIMIR-PASSO
002390*    UMA LINHA POR PASSO DA CADEIA. PASSO SEM REGISTRO NA DATA
002400*    SAI COMO NAO EXECUTADO; PASSO OBRIGATORIO NAO CONCLUIDO
002410*    CONTA COMO PENDENTE PARA A VIRADA.
002420*----------------------------------------------------------------
002430 1200-IMPRIMIR-PASSO.
002440     ADD 1 TO WS-QTD-PASSOS
002450     MOVE CAD-ORDEM TO LP-ORDEM
002460     MOVE CAD-PROGRAMA TO LP-PROGRAMA
002470     MOVE CAD-OBRIGATORIO TO LP-OBRIGATORIO
002480     MOVE SPACES TO LP-EXECUCAO
002490     MOVE WS-DATA-PEDIDA TO CTL-DATA-MOVIMENTO
002500     MOVE CAD-PROGRAMA TO CTL-PROGRAMA
002510     READ CTLLOTE-ARQ
002520     IF NOT ST-CTLLOTE-OK
002530         MOVE "NAO EXECUTADO" TO LP-SITUACAO
002540         ADD 1 TO WS-QTD-NAO-EXECUTADOS
002550         IF CAD-PASSO-OBRIGATORIO
002560             ADD 1 TO WS-QTD-OBRIG-PENDENTES
002570         END-IF
002580         DISPLAY WS-LINHA-PASSO
002590         GO TO 1200-EXIT
002600     END-IF
002610     EVALUATE TRUE
002620         WHEN CTL-CONCLUIDO
002630             MOVE "CONCLUIDO" TO LP-SITUACAO
002640             ADD 1 TO WS-QTD-CONCLUIDOS
002650         WHEN CTL-LIBERADO
002660             MOVE "LIBERADO" TO LP-SITUACAO
002670             ADD 1 TO WS-QTD-CONCLUIDOS
002680         WHEN CTL-COM-ERRO
002690             MOVE "COM ERRO" TO LP-SITUACAO
002700             ADD 1 TO WS-QTD-COM-ERRO
002710         WHEN OTHER
002720             MOVE "INTERROMPIDO" TO LP-SITUACAO
002730             ADD 1 TO WS-QTD-EM-EXECUCAO
002740     END-EVALUATE
002750     IF CAD-PASSO-OBRIGATORIO
002760         AND NOT CTL-CONCLUIDO AND NOT CTL-LIBERADO
002770         ADD 1 TO WS-QTD-OBRIG-PENDENTES
002780     END-IF
002790     MOVE CTL-HORA-INICIO TO WS-HORA-TRABALHO
002800     PERFORM 1320-EDITAR-HORA THRU 1320-EXIT
002810     MOVE WS-HORA-EDITADA TO LP-INICIO
002820     MOVE CTL-DATA-INICIO TO WS-DATA-SISTEMA
002830     PERFORM 1300-CONVERTER-SEGUNDOS THRU 1300-EXIT
002840     MOVE WS-SEGUNDOS-TRABALHO TO WS-SEGUNDOS-INICIO
002850     IF WS-PRIMEIRO-INICIO = ZERO
002860         OR WS-SEGUNDOS-INICIO < WS-PRIMEIRO-INICIO
002870         MOVE WS-SEGUNDOS-INICIO TO WS-PRIMEIRO-INICIO
002880     END-IF
002890     MOVE CTL-QTD-EXECUCOES TO LP-EXECUCOES
002900     IF CTL-DATA-FIM = ZERO
002910         DISPLAY WS-LINHA-PASSO
002920         GO TO 1200-EXIT
002930     END-IF
002940     MOVE CTL-HORA-FIM TO WS-HORA-TRABALHO
002950     PERFORM 1320-EDITAR-HORA THRU 1320-EXIT
002960     MOVE WS-HORA-EDITADA TO LP-FIM
002970     MOVE CTL-DATA-FIM TO WS-DATA-SISTEMA
002980     PERFORM 1300-CONVERTER-SEGUNDOS THRU 1300-EXIT
002990     MOVE WS-SEGUNDOS-TRABALHO TO WS-SEGUNDOS-FIM
003000     IF WS-SEGUNDOS-FIM > WS-ULTIMO-FIM
003010         MOVE WS-SEGUNDOS-FIM TO WS-ULTIMO-FIM
003020     END-IF
003030     IF WS-SEGUNDOS-FIM > WS-SEGUNDOS-INICIO
003040         COMPUTE WS-SEGUNDOS-DURACAO =
003050             WS-SEGUNDOS-FIM - WS-SEGUNDOS-INICIO
003060     ELSE
003070         MOVE ZERO TO WS-SEGUNDOS-DURACAO
003080     END-IF
003090     PERFORM 1350-EDITAR-DURACAO THRU 1350-EXIT
003100     MOVE WS-DURACAO-EDITADA TO LP-DURACAO
003110     MOVE CTL-RETURN-CODE TO LP-RC
003120     MOVE CTL-QTD-LIDOS TO LP-LIDOS
003130     MOVE CTL-QTD-EFETIVADOS TO LP-EFETIVADOS
003140     MOVE CTL-VALOR-TOTAL TO LP-VALOR
003150     DISPLAY WS-LINHA-PASSO.
003160 1200-EXIT.
003170     EXIT.
003180*
003190*----------------------------------------------------------------
003200*    1300-CONVERTER-SEGUNDOS
003210*    CONVERTE DATA (WS-DATA-SISTEMA) E HORA (WS-HORA-TRABALHO)
003220*    EM SEGUNDOS CORRIDOS, PARA DURACOES QUE VARAM A MEIA-NOITE.
003230*----------------------------------------------------------------
003240 1300-CONVERTER-SEGUNDOS.
003250     MOVE ZERO TO WS-SEGUNDOS-TRABALHO
003260     IF WS-DATA-SISTEMA = ZERO
003270         GO TO 1300-EXIT
003280     END-IF
003290     COMPUTE WS-SEGUNDOS-TRABALHO =
003300         FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) * 86400
003310         + WS-HORA-HH * 3600 + WS-HORA-MM * 60 + WS-HORA-SS.
003320 1300-EXIT.
003330     EXIT.
003340*
003350 1320-EDITAR-HORA.
003360     MOVE WS-HORA-HH TO WS-EDITADA-HH
003370     MOVE WS-HORA-MM TO WS-EDITADA-MM
003380     MOVE WS-HORA-SS TO WS-EDITADA-SS.
003390 1320-EXIT.
003400     EXIT.
003410*
003420 1350-EDITAR-DURACAO.
003430     DIVIDE WS-SEGUNDOS-DURACAO BY 3600
003440         GIVING WS-DURACAO-HH REMAINDER WS-SEGUNDOS-TRABALHO
003450     DIVIDE WS-SEGUNDOS-TRABALHO BY 60
003460         GIVING WS-DURACAO-MM REMAINDER WS-DURACAO-SS.
003470 1350-EXIT.
003480     EXIT.
003490*
003500*----------------------------------------------------------------
003510*    1400-IMPRIMIR-RESUMO
003520*    TOTAIS DE PASSOS POR SITUACAO, DURACAO DA CADEIA (DO
003530*    PRIMEIRO INICIO AO ULTIMO FIM) E VEREDITO PARA A VIRADA.
003540*----------------------------------------------------------------
003550 1400-IMPRIMIR-RESUMO.
003560     DISPLAY "-------------------------------------------------"
003570     DISPLAY "PASSOS NA DEFINICAO DA CADEIA.: " WS-QTD-PASSOS
003580     DISPLAY "CONCLUIDOS....................: " WS-QTD-CONCLUIDOS
003590     DISPLAY "COM ERRO......................: " WS-QTD-COM-ERRO
003600     DISPLAY "INTERROMPIDOS / EM EXECUCAO...: " WS-QTD-EM-EXECUCAO
003610     DISPLAY "NAO EXECUTADOS................: "
003620             WS-QTD-NAO-EXECUTADOS
003630     MOVE ZERO TO WS-SEGUNDOS-DURACAO
003640     IF WS-ULTIMO-FIM > WS-PRIMEIRO-INICIO
003650         COMPUTE WS-SEGUNDOS-DURACAO =
003660             WS-ULTIMO-FIM - WS-PRIMEIRO-INICIO
003670     END-IF
003680     PERFORM 1350-EDITAR-DURACAO THRU 1350-EXIT
003690     DISPLAY "DURACAO DA CADEIA.............: " WS-DURACAO-EDITADA
003700     IF WS-QTD-OBRIG-PENDENTES = ZERO
003710         DISPLAY "CADEIA COMPLETA - TODOS OS PASSOS OBRIGATORIOS "
003720                 "CONCLUIDOS"
003730     ELSE
003740         DISPLAY "CADEIA INCOMPLETA - PASSOS OBRIGATORIOS "
003750                 "PENDENTES: " WS-QTD-OBRIG-PENDENTES
003760         MOVE 4 TO RETURN-CODE
003770     END-IF
003780     DISPLAY "-------------------------------------------------".
003790 1400-EXIT.
003800     EXIT.
003810*
003820*----------------------------------------------------------------
003830*    2000-LIBERAR-PASSO
003840*    LIBERA PARA REEXECUCAO UM PASSO CONCLUIDO NA DATA, COM
003850*    AUTORIZACAO DE SUPERVISOR ATIVO DO CADASTRO DE OPERADORES,
003855*    CONFERIDA A SENHA COMO NO CAIXA (P054). PASSO NAO
003860*    CONCLUIDO JA PODE SER REEXECUTADO (RC 4).
003870*----------------------------------------------------------------
003880 2000-LIBERAR-PASSO.
003890     ACCEPT WS-PROGRAMA-PEDIDO
003900     ACCEPT WS-DATA-PEDIDA
003910     ACCEPT WS-OPERADOR-PEDIDO
003915     ACCEPT WS-SENHA-PEDIDA
003920     OPEN I-O OPERADOR-ARQ
003930     IF NOT ST-OPERADOR-OK
003940         DISPLAY "CADEIA01: ERRO AO ABRIR OPERCAD, STATUS "
003950                 WS-STATUS-OPERADOR
003960         GO TO 9999-ABENDAR
003970     END-IF
003980     MOVE WS-OPERADOR-PEDIDO TO OPR-CODIGO
003990     READ OPERADOR-ARQ
004000     IF NOT ST-OPERADOR-OK
004010         OR NOT OPR-PERFIL-SUPERVISOR OR NOT OPR-ATIVO
004020         DISPLAY "CADEIA01: OPERADOR " WS-OPERADOR-PEDIDO
004030                 " NAO E SUPERVISOR ATIVO - LIBERACAO RECUSADA"
004040         CLOSE OPERADOR-ARQ
004050         MOVE 8 TO RETURN-CODE
004060         STOP RUN
004070     END-IF
900000     IF WS-SENHA-PEDIDA NOT = OPR-SENHA
900002         DISPLAY "CADEIA01: SENHA DO SUPERVISOR "
900004                 WS-OPERADOR-PEDIDO
900006                 " INVALIDA - LIBERACAO RECUSADA"
900008         ADD 1 TO OPR-TENTATIVAS-INVALIDAS
900010         IF OPR-TENTATIVAS-INVALIDAS >= WS-MAX-TENTATIVAS
900012             MOVE "B" TO OPR-STATUS
900014             DISPLAY "CADEIA01: SUPERVISOR BLOQUEADO POR "
900016                     "EXCESSO DE TENTATIVAS INVALIDAS"
900018         END-IF
900020         REWRITE OPR-REGISTRO
900022         CLOSE OPERADOR-ARQ
900024         MOVE 8 TO RETURN-CODE
900026         STOP RUN
900028     END-IF
900030     MOVE ZERO TO OPR-TENTATIVAS-INVALIDAS
900032     REWRITE OPR-REGISTRO
900034     IF NOT ST-OPERADOR-OK
900036         DISPLAY "CADEIA01: ERRO AO REGRAVAR OPERCAD, STATUS "
900038                 WS-STATUS-OPERADOR
900040         GO TO 9999-ABENDAR
900042     END-IF
004080     CLOSE OPERADOR-ARQ
004090     OPEN I-O CTLLOTE-ARQ
004100     IF NOT ST-CTLLOTE-OK
004110         DISPLAY "CADEIA01: ERRO AO ABRIR CTLLOTE, STATUS "
004120                 WS-STATUS-CTLLOTE
004130         GO TO 9999-ABENDAR
004140     END-IF
004150     MOVE WS-DATA-PEDIDA TO CTL-DATA-MOVIMENTO
004160     MOVE WS-PROGRAMA-PEDIDO TO CTL-PROGRAMA
004170     READ CTLLOTE-ARQ
004180     IF NOT ST-CTLLOTE-OK
004190         DISPLAY "CADEIA01: PASSO " WS-PROGRAMA-PEDIDO
004200                 " SEM REGISTRO NA DATA-MOVIMENTO " WS-DATA-PEDIDA
004210                 " - NADA A LIBERAR"
004220         CLOSE CTLLOTE-ARQ
004230         MOVE 8 TO RETURN-CODE
004240         STOP RUN
004250     END-IF
004260     IF NOT CTL-CONCLUIDO
004270         DISPLAY "CADEIA01: PASSO " WS-PROGRAMA-PEDIDO
004280                 " NAO ESTA CONCLUIDO NA DATA-MOVIMENTO "
004290                 WS-DATA-PEDIDA " (SITUACAO " CTL-SITUACAO
004300                 ") - REEXECUCAO JA PERMITIDA"
004310         CLOSE CTLLOTE-ARQ
004320         MOVE 4 TO RETURN-CODE
004330         STOP RUN
004340     END-IF
004350     MOVE "L" TO CTL-SITUACAO
004360     MOVE WS-OPERADOR-PEDIDO TO CTL-OPERADOR-LIBERACAO
004370     REWRITE CTL-REGISTRO
004380     IF NOT ST-CTLLOTE-OK
004390         DISPLAY "CADEIA01: ERRO AO REGRAVAR CTLLOTE, STATUS "
004400                 WS-STATUS-CTLLOTE
004410         GO TO 9999-ABENDAR
004420     END-IF
004430     CLOSE CTLLOTE-ARQ
004440     PERFORM 2100-AUDITAR-LIBERACAO THRU 2100-EXIT
004450     DISPLAY "CADEIA01: PASSO " WS-PROGRAMA-PEDIDO
004460             " LIBERADO PARA REEXECUCAO NA DATA-MOVIMENTO "
004470             WS-DATA-PEDIDA " PELO SUPERVISOR "
004480             WS-OPERADOR-PEDIDO.
004490 2000-EXIT.
004500     EXIT.
004510*
004520 2100-AUDITAR-LIBERACAO.
004530     OPEN EXTEND AUDITORIA-ARQ
004540     IF NOT ST-AUDITORIA-OK
004550         CLOSE AUDITORIA-ARQ
004560         OPEN OUTPUT AUDITORIA-ARQ
004570         CLOSE AUDITORIA-ARQ
004580         OPEN EXTEND AUDITORIA-ARQ
004590     END-IF
004600     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
004610     ACCEPT WS-HORA-SISTEMA FROM TIME
004620     MOVE SPACES TO AUD-REGISTRO
004630     MOVE WS-DATA-SISTEMA TO AUD-DATA
004640     MOVE WS-HORA-SISTEMA TO AUD-HORA
004650     MOVE ZERO TO AUD-NUMERO-CONTA
004660     STRING "REEXEC-" WS-PROGRAMA-PEDIDO
004670            DELIMITED BY SIZE INTO AUD-CAMPO
004680     MOVE WS-DATA-PEDIDA TO AUD-VALOR-ANTERIOR
004690     MOVE "LIBERADO" TO AUD-VALOR-NOVO
004700     MOVE WS-OPERADOR-PEDIDO TO AUD-OPERADOR
004710     MOVE ZERO TO AUD-CPF
004720     WRITE AUD-REGISTRO
004730     IF NOT ST-AUDITORIA-OK
004740         DISPLAY "CADEIA01: ERRO AO GRAVAR AUDITORIA, STATUS "
004750                 WS-STATUS-AUDITORIA
004760         GO TO 9999-ABENDAR
004770     END-IF
004780     CLOSE AUDITORIA-ARQ.
004790 2100-EXIT.
004800     EXIT.
004810*
004820 9999-ABENDAR.
004830     DISPLAY "CADEIA01: ENCERRADO COM ERRO - VERIFIQUE OS "
004840             "STATUS ACIMA".
004850     MOVE 16 TO RETURN-CODE
004860     STOP RUN.
