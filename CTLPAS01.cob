000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLPAS01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    SUBPROGRAMA DE CONTROLE DOS PASSOS DA CADEIA NOTURNA,      *
000090*    CHAMADO (CALL "CTLPAS01" USING CTP-PARAMETROS) POR CADA    *
000100*    PROGRAMA DA CADEIA NO INICIO E NO FIM DO PROCESSAMENTO:    *
000110*    - INICIAR ("I"): CONFERE NA DEFINICAO DA CADEIA (ARQUIVO   *
000120*      CADEIA) SE O PASSO PREDECESSOR JA CONCLUIU LIMPO NA      *
000130*      MESMA DATA-MOVIMENTO E, NO PASSO QUE FECHA A CADEIA      *
000140*      (VIRADA01), SE TODOS OS PASSOS OBRIGATORIOS ANTERIORES   *
000150*      CONCLUIRAM. RECUSA TAMBEM O PASSO JA CONCLUIDO NA DATA,  *
000160*      SALVO PASSO REEXECUTAVEL OU LIBERADO PELO SUPERVISOR     *
000170*      (CADEIA01, COMANDO LIBERAR). AUTORIZADO, GRAVA O         *
000180*      INICIO NO CONTROLE DE LOTE (ARQUIVO CTLLOTE).            *
000190*    - CONCLUIR ("C"): GRAVA FIM, RETURN CODE, QUANTIDADES E    *
000200*      VALOR TOTAL DO PASSO. RC ATE 4 CONCLUI O PASSO; ACIMA    *
000210*      DE 4 O PASSO FICA COM ERRO E PODE SER REEXECUTADO.       *
000220*    O SUBPROGRAMA NAO ENCERRA O CHAMADOR: DEVOLVE O RESULTADO  *
000230*    EM CTP-RESULTADO E O MOTIVO EM CTP-MENSAGEM.               *
000240*****************************************************************
000250*    HISTORICO DE MANUTENCAO                                   *
000260*    DATA       AUTOR   DESCRICAO                               *
000270*    ---------- ------- -----------------------------------------
000280*    2026-10-15 CL      CRIACAO DO SUBPROGRAMA - CONTROLE DA   *
000290*                       CADEIA NOTURNA                         *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CTLLOTE-ARQ ASSIGN TO "CTLLOTE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CTL-CHAVE
000380         FILE STATUS IS WS-STATUS-CTLLOTE.
000390     SELECT CADEIA-ARQ ASSIGN TO "CADEIA"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-STATUS-CADEIA.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CTLLOTE-ARQ
000450     LABEL RECORD IS STANDARD.
000460 COPY CTLREG.
000470 FD  CADEIA-ARQ
000480     LABEL RECORD IS STANDARD.
000490 COPY CADREG.
000500 WORKING-STORAGE SECTION.
000510 01  WS-STATUS-CTLLOTE           PIC X(02) VALUE "00".
000520     88  ST-CTLLOTE-OK                    VALUE "00".
000530     88  ST-CTLLOTE-NAO-ENCONTRADO        VALUE "23".
000540     88  ST-CTLLOTE-INEXISTENTE           VALUE "35".
000550 01  WS-STATUS-CADEIA            PIC X(02) VALUE "00".
000560     88  ST-CADEIA-OK                     VALUE "00".
000570     88  ST-CADEIA-INEXISTENTE            VALUE "35".
000580 01  WS-FLAGS.
000590     05  WS-FIM-CADEIA           PIC X(01) VALUE "N".
000600         88  SW-FIM-CADEIA              VALUE "S".
000610     05  WS-PASSO-NA-CADEIA      PIC X(01) VALUE "N".
000620         88  SW-PASSO-NA-CADEIA         VALUE "S".
000630     05  WS-CTLLOTE-ABERTO       PIC X(01) VALUE "N".
000640         88  SW-CTLLOTE-ABERTO          VALUE "S".
000650 01  WS-PASSO-CADEIA.
000660     05  WS-ORDEM-PASSO          PIC 9(03) VALUE ZERO.
000670     05  WS-PREDECESSOR          PIC X(08) VALUE SPACES.
000680     05  WS-REEXECUTAVEL         PIC X(01) VALUE "N".
000690         88  SW-REEXECUTAVEL            VALUE "S".
000700     05  WS-FECHA-CADEIA         PIC X(01) VALUE "N".
000710         88  SW-FECHA-CADEIA            VALUE "S".
000720 01  WS-PASSO-PENDENTE           PIC X(08) VALUE SPACES.
000730 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
000740 01  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.
000750 LINKAGE SECTION.
000760 COPY CTLPAS.
000770 PROCEDURE DIVISION USING CTP-PARAMETROS.
000780 0000-MAINLINE.
000790     MOVE "S" TO CTP-RESULTADO
000800     MOVE SPACES TO CTP-MENSAGEM
000810     MOVE "N" TO WS-CTLLOTE-ABERTO
000820     PERFORM 1000-ABRIR-CONTROLE THRU 1000-EXIT
000830     EVALUATE TRUE
000840         WHEN CTP-INICIAR
000850             PERFORM 2000-INICIAR-PASSO THRU 2000-EXIT
000860         WHEN CTP-CONCLUIR
000870             PERFORM 3000-CONCLUIR-PASSO THRU 3000-EXIT
000880         WHEN OTHER
000890             MOVE "E" TO CTP-RESULTADO
000900             STRING "CTLPAS01: FUNCAO INVALIDA " CTP-FUNCAO
000910                    DELIMITED BY SIZE INTO CTP-MENSAGEM
000920     END-EVALUATE
000930     GO TO 9000-RETORNAR.
000940*
000950*----------------------------------------------------------------
000960*    1000-ABRIR-CONTROLE
000970*    ABRE O CONTROLE DE LOTE, CRIANDO-O NA PRIMEIRA EXECUCAO
000980*    (IMPLANTACAO).
000990*----------------------------------------------------------------
001000 1000-ABRIR-CONTROLE.
001010     OPEN I-O CTLLOTE-ARQ
001020     IF ST-CTLLOTE-INEXISTENTE
001030         OPEN OUTPUT CTLLOTE-ARQ
001040         CLOSE CTLLOTE-ARQ
001050         OPEN I-O CTLLOTE-ARQ
001060     END-IF
001070     IF NOT ST-CTLLOTE-OK
001080         MOVE "E" TO CTP-RESULTADO
001090         STRING "CTLPAS01: ERRO AO ABRIR CTLLOTE, STATUS "
001100                WS-STATUS-CTLLOTE
001110                DELIMITED BY SIZE INTO CTP-MENSAGEM
001120         GO TO 9000-RETORNAR
001130     END-IF
001140     MOVE "S" TO WS-CTLLOTE-ABERTO.
001150 1000-EXIT.
001160     EXIT.
001170*
001180*----------------------------------------------------------------
001190*    2000-INICIAR-PASSO
001200*    CONFERE OS PRE-REQUISITOS DO PASSO NA DATA-MOVIMENTO E
001210*    GRAVA O INICIO. RECUSA ("N") COM PREDECESSOR OU PASSO
001220*    OBRIGATORIO PENDENTE; DEVOLVE "J" SE O PASSO JA CONCLUIU
001230*    NA DATA E NAO FOI LIBERADO PARA REEXECUCAO.
001240*----------------------------------------------------------------
001250 2000-INICIAR-PASSO.
001260     PERFORM 2100-LOCALIZAR-PASSO THRU 2100-EXIT
001270     IF SW-PASSO-NA-CADEIA AND WS-PREDECESSOR NOT = SPACES
001280         MOVE CTP-DATA-MOVIMENTO TO CTL-DATA-MOVIMENTO
001290         MOVE WS-PREDECESSOR TO CTL-PROGRAMA
001300         READ CTLLOTE-ARQ
001310         IF NOT ST-CTLLOTE-OK
001320             OR (NOT CTL-CONCLUIDO AND NOT CTL-LIBERADO)
001330             MOVE "N" TO CTP-RESULTADO
001340             STRING "PASSO PREDECESSOR " WS-PREDECESSOR
001350                    " NAO CONCLUIDO NA DATA-MOVIMENTO "
001360                    CTP-DATA-MOVIMENTO
001370                    DELIMITED BY SIZE INTO CTP-MENSAGEM
001380             GO TO 2000-EXIT
001390         END-IF
001400     END-IF
001410     IF SW-FECHA-CADEIA
001420         PERFORM 2200-CONFERIR-OBRIGATORIOS THRU 2200-EXIT
001430         IF NOT CTP-AUTORIZADO
001440             GO TO 2000-EXIT
001450         END-IF
001460     END-IF
001470     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001480     ACCEPT WS-HORA-SISTEMA FROM TIME
001490     MOVE CTP-DATA-MOVIMENTO TO CTL-DATA-MOVIMENTO
001500     MOVE CTP-PROGRAMA TO CTL-PROGRAMA
001510     READ CTLLOTE-ARQ
001520     IF ST-CTLLOTE-NAO-ENCONTRADO
001530         MOVE SPACES TO CTL-REGISTRO
001540         MOVE CTP-DATA-MOVIMENTO TO CTL-DATA-MOVIMENTO
001550         MOVE CTP-PROGRAMA TO CTL-PROGRAMA
001560         MOVE ZERO TO CTL-QTD-EXECUCOES CTL-OPERADOR-LIBERACAO
001570         PERFORM 2300-MARCAR-INICIO THRU 2300-EXIT
001580         WRITE CTL-REGISTRO
001590         GO TO 2000-CONFERIR-GRAVACAO
001600     END-IF
001610     IF NOT ST-CTLLOTE-OK
001620         MOVE "E" TO CTP-RESULTADO
001630         STRING "CTLPAS01: ERRO AO LER CTLLOTE, STATUS "
001640                WS-STATUS-CTLLOTE
001650                DELIMITED BY SIZE INTO CTP-MENSAGEM
001660         GO TO 2000-EXIT
001670     END-IF
001680     IF CTL-CONCLUIDO AND NOT SW-REEXECUTAVEL
001690         MOVE "J" TO CTP-RESULTADO
001700         STRING "PASSO JA CONCLUIDO NA DATA-MOVIMENTO "
001710                CTP-DATA-MOVIMENTO
001720                " - REEXECUCAO SO COM LIBERACAO DO SUPERVISOR"
001730                DELIMITED BY SIZE INTO CTP-MENSAGEM
001740         GO TO 2000-EXIT
001750     END-IF
001760     PERFORM 2300-MARCAR-INICIO THRU 2300-EXIT
001770     REWRITE CTL-REGISTRO.
001780 2000-CONFERIR-GRAVACAO.
001790     IF NOT ST-CTLLOTE-OK
001800         MOVE "E" TO CTP-RESULTADO
001810         STRING "CTLPAS01: ERRO AO GRAVAR INICIO NO CTLLOTE, "
001820                "STATUS " WS-STATUS-CTLLOTE
001830                DELIMITED BY SIZE INTO CTP-MENSAGEM
001840     END-IF.
001850 2000-EXIT.
001860     EXIT.
001870*
001880*----------------------------------------------------------------
001890*    2100-LOCALIZAR-PASSO
001900*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA. PROGRAMA FORA
001910*    DA CADEIA EXECUTA SEM PRE-REQUISITO.
001920*----------------------------------------------------------------
001930 2100-LOCALIZAR-PASSO.
001940     MOVE "N" TO WS-PASSO-NA-CADEIA
001950     MOVE "N" TO WS-FIM-CADEIA
001960     MOVE SPACES TO WS-PREDECESSOR
001970     MOVE "N" TO WS-REEXECUTAVEL
001980     MOVE "N" TO WS-FECHA-CADEIA
001990     MOVE ZERO TO WS-ORDEM-PASSO
002000     OPEN INPUT CADEIA-ARQ
002010     IF NOT ST-CADEIA-OK
002020         MOVE "E" TO CTP-RESULTADO
002030         STRING "CTLPAS01: ERRO AO ABRIR A DEFINICAO DA CADEIA "
002040                "(CADEIA), STATUS " WS-STATUS-CADEIA
002050                DELIMITED BY SIZE INTO CTP-MENSAGEM
002060         GO TO 9000-RETORNAR
002070     END-IF
002080     PERFORM UNTIL SW-FIM-CADEIA
002090         READ CADEIA-ARQ
002100             AT END
002110                 MOVE "S" TO WS-FIM-CADEIA
002120             NOT AT END
002130                 IF CAD-PROGRAMA = CTP-PROGRAMA
002140                     MOVE "S" TO WS-PASSO-NA-CADEIA
002150                     MOVE "S" TO WS-FIM-CADEIA
002160                     MOVE CAD-ORDEM TO WS-ORDEM-PASSO
002170                     MOVE CAD-PREDECESSOR TO WS-PREDECESSOR
002180                     MOVE CAD-REEXECUTAVEL TO WS-REEXECUTAVEL
002190                     MOVE CAD-FECHA-CADEIA TO WS-FECHA-CADEIA
002200                 END-IF
002210         END-READ
002220     END-PERFORM
002230     CLOSE CADEIA-ARQ.
002240 2100-EXIT.
002250     EXIT.
002260*
002270*----------------------------------------------------------------
002280*    2200-CONFERIR-OBRIGATORIOS
002290*    PASSO QUE FECHA A CADEIA: TODOS OS PASSOS OBRIGATORIOS DE
002300*    ORDEM ANTERIOR PRECISAM TER CONCLUIDO NA DATA-MOVIMENTO.
002310*    RECUSA NO PRIMEIRO PENDENTE ENCONTRADO.
002320*----------------------------------------------------------------
002330 2200-CONFERIR-OBRIGATORIOS.
002340     MOVE "N" TO WS-FIM-CADEIA
002350     OPEN INPUT CADEIA-ARQ
002360     IF NOT ST-CADEIA-OK
002370         MOVE "E" TO CTP-RESULTADO
002380         STRING "CTLPAS01: ERRO AO ABRIR A DEFINICAO DA CADEIA "
002390                "(CADEIA), STATUS " WS-STATUS-CADEIA
002400                DELIMITED BY SIZE INTO CTP-MENSAGEM
002410         GO TO 9000-RETORNAR
002420     END-IF
002430     PERFORM UNTIL SW-FIM-CADEIA
002440         READ CADEIA-ARQ
002450             AT END
002460                 MOVE "S" TO WS-FIM-CADEIA
002470             NOT AT END
002480                 IF CAD-PASSO-OBRIGATORIO
002490                     AND CAD-ORDEM < WS-ORDEM-PASSO
002500                     PERFORM 2250-CONFERIR-PASSO THRU 2250-EXIT
002510                 END-IF
002520         END-READ
002530     END-PERFORM
002540     CLOSE CADEIA-ARQ.
002550 2200-EXIT.
002560     EXIT.
002570*
002580 2250-CONFERIR-PASSO.
002590     MOVE CTP-DATA-MOVIMENTO TO CTL-DATA-MOVIMENTO
002600     MOVE CAD-PROGRAMA TO CTL-PROGRAMA
002610     READ CTLLOTE-ARQ
002620     IF ST-CTLLOTE-OK
002630         AND (CTL-CONCLUIDO OR CTL-LIBERADO)
002640         GO TO 2250-EXIT
002650     END-IF
002660     MOVE "N" TO CTP-RESULTADO
002670     MOVE "S" TO WS-FIM-CADEIA
002680     STRING "PASSO OBRIGATORIO " CAD-PROGRAMA
002690            " NAO CONCLUIDO NA DATA-MOVIMENTO "
002700            CTP-DATA-MOVIMENTO
002710            DELIMITED BY SIZE INTO CTP-MENSAGEM.
002720 2250-EXIT.
002730     EXIT.
002740*
002750 2300-MARCAR-INICIO.
002760     MOVE "E" TO CTL-SITUACAO
002770     MOVE WS-DATA-SISTEMA TO CTL-DATA-INICIO
002780     MOVE WS-HORA-SISTEMA TO CTL-HORA-INICIO
002790     MOVE ZERO TO CTL-DATA-FIM CTL-HORA-FIM CTL-RETURN-CODE
002800                  CTL-QTD-LIDOS CTL-QTD-EFETIVADOS CTL-VALOR-TOTAL
002810     ADD 1 TO CTL-QTD-EXECUCOES.
002820 2300-EXIT.
002830     EXIT.
002840*
002850*----------------------------------------------------------------
002860*    3000-CONCLUIR-PASSO
002870*    GRAVA O FIM DO PASSO COM RETURN CODE, QUANTIDADES E VALOR
002880*    TOTAL INFORMADOS PELO CHAMADOR.
002890*----------------------------------------------------------------
002900 3000-CONCLUIR-PASSO.
002910     MOVE CTP-DATA-MOVIMENTO TO CTL-DATA-MOVIMENTO
002920     MOVE CTP-PROGRAMA TO CTL-PROGRAMA
002930     READ CTLLOTE-ARQ
002940     IF NOT ST-CTLLOTE-OK
002950         MOVE "E" TO CTP-RESULTADO
002960         STRING "CTLPAS01: INICIO DO PASSO NAO REGISTRADO NO "
002970                "CTLLOTE, STATUS " WS-STATUS-CTLLOTE
002980                DELIMITED BY SIZE INTO CTP-MENSAGEM
002990         GO TO 3000-EXIT
003000     END-IF
003010     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003020     ACCEPT WS-HORA-SISTEMA FROM TIME
003030     IF CTP-RETURN-CODE > 4
003040         MOVE "F" TO CTL-SITUACAO
003050     ELSE
003060         MOVE "C" TO CTL-SITUACAO
003070     END-IF
003080     MOVE WS-DATA-SISTEMA TO CTL-DATA-FIM
003090     MOVE WS-HORA-SISTEMA TO CTL-HORA-FIM
003100     MOVE CTP-RETURN-CODE TO CTL-RETURN-CODE
003110     MOVE CTP-QTD-LIDOS TO CTL-QTD-LIDOS
003120     MOVE CTP-QTD-EFETIVADOS TO CTL-QTD-EFETIVADOS
003130     MOVE CTP-VALOR-TOTAL TO CTL-VALOR-TOTAL
003140     REWRITE CTL-REGISTRO
003150     IF NOT ST-CTLLOTE-OK
003160         MOVE "E" TO CTP-RESULTADO
003170         STRING "CTLPAS01: ERRO AO GRAVAR FIM NO CTLLOTE, "
003180                "STATUS " WS-STATUS-CTLLOTE
003190                DELIMITED BY SIZE INTO CTP-MENSAGEM
003200     END-IF.
003210 3000-EXIT.
003220     EXIT.
003230*
003240 9000-RETORNAR.
003250     IF SW-CTLLOTE-ABERTO
003260         CLOSE CTLLOTE-ARQ
003270     END-IF
003280     GOBACK.
