000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOTES01.
000030 AUTHOR. CLEBSON LIRA.
000040 INSTALLATION. BANCO LIRA - CENTRO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    RELATORIO DE LOTES RECEBIDOS PARA A OPERACAO. LISTA AS     *
000090*    REMESSAS DE FOLHA (FOLHA01) E DE COBRANCA POR CONVENIO     *
000100*    (COBCNV01) RECEBIDAS NA DATA-MOVIMENTO PEDIDA, CONFORME O  *
000110*    CONTROLE DE LOTES RECEBIDOS (LOTEREC): REMETENTE,          *
000120*    SEQUENCIA E OCORRENCIA DO ARQUIVO, DATA DE GERACAO, HORA   *
000130*    DO RECEBIMENTO, QUANTIDADE E VALOR DO TRAILER, SITUACAO    *
000140*    (ACEITO/RECUSADO) COM O MOTIVO DA RECUSA E O QUE FOI       *
000150*    EFETIVADO. NO FIM, OS TOTAIS DE RECEBIDOS, ACEITOS E       *
000160*    RECUSADOS POR ORIGEM.                                      *
000170*    CARTAO DE ENTRADA: DATA-MOVIMENTO (AAAAMMDD); ZEROS =      *
000180*    ULTIMA DATA COM LOTE REGISTRADO. RC 4 SE HOUVER LOTE       *
000190*    RECUSADO NA DATA, PARA A OPERACAO ACIONAR O REMETENTE.     *
000200*****************************************************************
000210*    HISTORICO DE MANUTENCAO                                   *
000220*    DATA       AUTOR   DESCRICAO                               *
000230*    ---------- ------- -----------------------------------------
000240*    2026-10-15 CL      CRIACAO DO RELATORIO - CONTROLE DE     *
000250*                       LOTES RECEBIDOS DE FOLHA E CONVENIO    *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LOTES-RECEBIDOS ASSIGN TO "LOTEREC"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS LOT-CHAVE
000340         FILE STATUS IS WS-STATUS-LOTEREC.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  LOTES-RECEBIDOS
000380     LABEL RECORD IS STANDARD.
000390 COPY LOTREG.
000400 WORKING-STORAGE SECTION.
000410 01  WS-STATUS-LOTEREC           PIC X(02) VALUE "00".
000420     88  ST-LOTEREC-OK                    VALUE "00".
000430     88  ST-LOTEREC-INEXISTENTE           VALUE "35".
000440 01  WS-FLAGS.
000450     05  WS-FIM-LOTEREC          PIC X(01) VALUE "N".
000460         88  SW-FIM-LOTEREC             VALUE "S".
000470 01  WS-DATA-PEDIDA              PIC 9(08) VALUE ZERO.
000480 01  WS-HORA-TRABALHO            PIC 9(08) VALUE ZERO.
000490 01  WS-HORA-PARTES REDEFINES WS-HORA-TRABALHO.
000500     05  WS-HORA-HH              PIC 9(02).
000510     05  WS-HORA-MM              PIC 9(02).
000520     05  WS-HORA-SS              PIC 9(02).
000530     05  WS-HORA-CC              PIC 9(02).
000540 01  WS-HORA-EDITADA.
000550     05  WS-EDITADA-HH           PIC 9(02).
000560     05  FILLER                  PIC X(01) VALUE ":".
000570     05  WS-EDITADA-MM           PIC 9(02).
000580     05  FILLER                  PIC X(01) VALUE ":".
000590     05  WS-EDITADA-SS           PIC 9(02).
000600 01  WS-CONTADORES.
000610     05  WS-QTD-RECEBIDOS-F      PIC 9(05) COMP VALUE ZERO.
000620     05  WS-QTD-ACEITOS-F        PIC 9(05) COMP VALUE ZERO.
000630     05  WS-QTD-RECUSADOS-F      PIC 9(05) COMP VALUE ZERO.
000640     05  WS-QTD-RECEBIDOS-C      PIC 9(05) COMP VALUE ZERO.
000650     05  WS-QTD-ACEITOS-C        PIC 9(05) COMP VALUE ZERO.
000660     05  WS-QTD-RECUSADOS-C      PIC 9(05) COMP VALUE ZERO.
000670 01  WS-TOTAIS.
000680     05  WS-VALOR-ACEITO-F       PIC 9(13)V99 VALUE ZERO.
000690     05  WS-VALOR-EFETIVADO-F    PIC 9(13)V99 VALUE ZERO.
000700     05  WS-VALOR-RECUSADO-F     PIC 9(13)V99 VALUE ZERO.
000710     05  WS-VALOR-ACEITO-C       PIC 9(13)V99 VALUE ZERO.
000720     05  WS-VALOR-EFETIVADO-C    PIC 9(13)V99 VALUE ZERO.
000730     05  WS-VALOR-RECUSADO-C     PIC 9(13)V99 VALUE ZERO.
000740 01  WS-LINHA-LOTE.
000750     05  LL-ORIGEM               PIC X(08).
000760     05  FILLER                  PIC X(01) VALUE SPACE.
000770     05  LL-CNPJ                 PIC 9(14).
000780     05  FILLER                  PIC X(01) VALUE SPACE.
000790     05  LL-SEQUENCIA            PIC 9(06).
000800     05  FILLER                  PIC X(01) VALUE SPACE.
000810     05  LL-OCORRENCIA           PIC 9(03).
000820     05  FILLER                  PIC X(01) VALUE SPACE.
000830     05  LL-GERACAO              PIC 9(08).
000840     05  FILLER                  PIC X(01) VALUE SPACE.
000850     05  LL-HORA                 PIC X(08).
000860     05  FILLER                  PIC X(01) VALUE SPACE.
000870     05  LL-QTD                  PIC ZZZ,ZZ9.
000880     05  FILLER                  PIC X(01) VALUE SPACE.
000890     05  LL-VALOR                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000900     05  FILLER                  PIC X(01) VALUE SPACE.
000910     05  LL-SITUACAO             PIC X(08).
000920     05  FILLER                  PIC X(01) VALUE SPACE.
000930     05  LL-MOTIVO               PIC X(02).
000940     05  FILLER                  PIC X(01) VALUE SPACE.
000950     05  LL-EFETIVADOS           PIC ZZZ,ZZ9.
000960     05  FILLER                  PIC X(01) VALUE SPACE.
000970     05  LL-VALOR-EFETIVADO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000980 01  WS-DESCRICAO-MOTIVO         PIC X(50) VALUE SPACES.
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001020     PERFORM 2000-LISTAR-LOTES THRU 2000-EXIT
001030     PERFORM 3000-FINALIZAR THRU 3000-EXIT
001040     STOP RUN.
001050*
001060*----------------------------------------------------------------
001070*    1000-INICIALIZAR
001080*    LE A DATA PEDIDA NO CARTAO DE ENTRADA; ZEROS = ULTIMA DATA
001090*    COM LOTE REGISTRADO, APURADA NUMA PRIMEIRA LEITURA DO
001100*    CONTROLE DE LOTES.
001110*----------------------------------------------------------------
001120 1000-INICIALIZAR.
001130     ACCEPT WS-DATA-PEDIDA
001140     IF WS-DATA-PEDIDA NOT NUMERIC
001150         DISPLAY "LOTES01: DATA INVALIDA NO CARTAO DE ENTRADA"
001160         GO TO 9999-ABENDAR
001170     END-IF
001180     PERFORM 1100-ABRIR-LOTEREC THRU 1100-EXIT
001190     IF WS-DATA-PEDIDA = ZERO
001200         PERFORM 1200-LOCALIZAR-ULTIMA-DATA THRU 1200-EXIT
001210     END-IF
001220     DISPLAY "-------------------------------------------------"
001230     DISPLAY "LOTES01 - LOTES RECEBIDOS - DATA-MOVIMENTO "
001240             WS-DATA-PEDIDA
001250     DISPLAY "-------------------------------------------------"
001260     DISPLAY "ORIGEM   CNPJ REMETENTE SEQUEN OCO GERACAO  "
001270             "HORA         QTD     VALOR TRAILER SITUACAO MO  "
001280             "EFETIV   VALOR EFETIVADO".
001290 1000-EXIT.
001300     EXIT.
001310*
001320 1100-ABRIR-LOTEREC.
001330     OPEN INPUT LOTES-RECEBIDOS
001340     IF ST-LOTEREC-INEXISTENTE
001350         DISPLAY "LOTES01: NENHUM LOTE REGISTRADO (LOTEREC "
001360                 "INEXISTENTE)"
001370         STOP RUN
001380     END-IF
001390     IF NOT ST-LOTEREC-OK
001400         DISPLAY "LOTES01: ERRO AO ABRIR LOTEREC, STATUS "
001410                 WS-STATUS-LOTEREC
001420         GO TO 9999-ABENDAR
001430     END-IF
001440     MOVE "N" TO WS-FIM-LOTEREC.
001450 1100-EXIT.
001460     EXIT.
001470*
001480 1200-LOCALIZAR-ULTIMA-DATA.
001490     PERFORM UNTIL SW-FIM-LOTEREC
001500         READ LOTES-RECEBIDOS NEXT RECORD
001510             AT END
001520                 MOVE "S" TO WS-FIM-LOTEREC
001530             NOT AT END
001540                 IF LOT-DATA-MOVIMENTO > WS-DATA-PEDIDA
001550                     MOVE LOT-DATA-MOVIMENTO TO WS-DATA-PEDIDA
001560                 END-IF
001570         END-READ
001580     END-PERFORM
001590     CLOSE LOTES-RECEBIDOS
001600     PERFORM 1100-ABRIR-LOTEREC THRU 1100-EXIT.
001610 1200-EXIT.
001620     EXIT.
001630*
001640 2000-LISTAR-LOTES.
001650     PERFORM UNTIL SW-FIM-LOTEREC
001660         READ LOTES-RECEBIDOS NEXT RECORD
001670             AT END
001680                 MOVE "S" TO WS-FIM-LOTEREC
001690             NOT AT END
001700                 PERFORM 2100-IMPRIMIR-LOTE THRU 2100-EXIT
001710         END-READ
001720     END-PERFORM.
001730 2000-EXIT.
001740     EXIT.
001750*
001760*----------------------------------------------------------------
001770*    2100-IMPRIMIR-LOTE
001780*    IMPRIME UM LOTE RECEBIDO NA DATA PEDIDA E ACUMULA OS TOTAIS
001790*    DA SUA ORIGEM. LOTE RECUSADO GANHA UMA LINHA COM A
001800*    DESCRICAO DO MOTIVO.
001810*----------------------------------------------------------------
001820 2100-IMPRIMIR-LOTE.
001830     IF LOT-DATA-MOVIMENTO NOT = WS-DATA-PEDIDA
001840         GO TO 2100-EXIT
001850     END-IF
001860     IF LOT-ORIGEM-FOLHA
001870         MOVE "FOLHA" TO LL-ORIGEM
001880     ELSE
001890         MOVE "CONVENIO" TO LL-ORIGEM
001900     END-IF
001910     MOVE LOT-CNPJ-REMETENTE TO LL-CNPJ
001920     MOVE LOT-SEQUENCIA TO LL-SEQUENCIA
001930     MOVE LOT-OCORRENCIA TO LL-OCORRENCIA
001940     MOVE LOT-DATA-GERACAO TO LL-GERACAO
001950     MOVE LOT-HORA-RECEBIMENTO TO WS-HORA-TRABALHO
001960     MOVE WS-HORA-HH TO WS-EDITADA-HH
001970     MOVE WS-HORA-MM TO WS-EDITADA-MM
001980     MOVE WS-HORA-SS TO WS-EDITADA-SS
001990     MOVE WS-HORA-EDITADA TO LL-HORA
002000     MOVE LOT-QTD-INFORMADA TO LL-QTD
002010     MOVE LOT-VALOR-INFORMADO TO LL-VALOR
002020     MOVE LOT-MOTIVO-RECUSA TO LL-MOTIVO
002030     MOVE LOT-QTD-EFETIVADOS TO LL-EFETIVADOS
002040     MOVE LOT-VALOR-EFETIVADO TO LL-VALOR-EFETIVADO
002050     IF LOT-ACEITO
002060         MOVE "ACEITO" TO LL-SITUACAO
002070     ELSE
002080         MOVE "RECUSADO" TO LL-SITUACAO
002090     END-IF
002100     DISPLAY WS-LINHA-LOTE
002110     PERFORM 2200-ACUMULAR-ORIGEM THRU 2200-EXIT
002120     IF LOT-ACEITO
002130         GO TO 2100-EXIT
002140     END-IF
002150     EVALUATE LOT-MOTIVO-RECUSA
002160         WHEN "11"
002170             MOVE "HEADER AUSENTE OU INVALIDO"
002180                 TO WS-DESCRICAO-MOTIVO
002190         WHEN "12"
002200             MOVE "TRAILER AUSENTE OU INVALIDO (ARQ. INCOMPLETO)"
002210                 TO WS-DESCRICAO-MOTIVO
002220         WHEN "13"
002230             MOVE "QUANTIDADE OU VALOR DO TRAILER NAO CONFERE"
002240                 TO WS-DESCRICAO-MOTIVO
002250         WHEN "14"
002260             MOVE "SEQUENCIA JA PROCESSADA" TO WS-DESCRICAO-MOTIVO
002270         WHEN "15"
002280             MOVE "SEQUENCIA SALTADA (LOTE ANTERIOR NAO RECEBIDO)"
002290                 TO WS-DESCRICAO-MOTIVO
002300         WHEN OTHER
002310             MOVE "MOTIVO NAO CODIFICADO" TO WS-DESCRICAO-MOTIVO
002320     END-EVALUATE
002330     DISPLAY "         MOTIVO " LOT-MOTIVO-RECUSA " - "
002340             WS-DESCRICAO-MOTIVO
002350     DISPLAY "         CONTADOS NA REMESSA: " LOT-QTD-LIDA
002360             " REGISTROS, R$ " LOT-VALOR-LIDO.
002370 2100-EXIT.
002380     EXIT.
002390*
002400 2200-ACUMULAR-ORIGEM.
002410     IF LOT-ORIGEM-FOLHA
002420         ADD 1 TO WS-QTD-RECEBIDOS-F
002430         IF LOT-ACEITO
002440             ADD 1 TO WS-QTD-ACEITOS-F
002450             ADD LOT-VALOR-INFORMADO TO WS-VALOR-ACEITO-F
002460             ADD LOT-VALOR-EFETIVADO TO WS-VALOR-EFETIVADO-F
002470         ELSE
002480             ADD 1 TO WS-QTD-RECUSADOS-F
002490             ADD LOT-VALOR-INFORMADO TO WS-VALOR-RECUSADO-F
002500         END-IF
002510         GO TO 2200-EXIT
002520     END-IF
002530     ADD 1 TO WS-QTD-RECEBIDOS-C
002540     IF LOT-ACEITO
002550         ADD 1 TO WS-QTD-ACEITOS-C
002560         ADD LOT-VALOR-INFORMADO TO WS-VALOR-ACEITO-C
002570         ADD LOT-VALOR-EFETIVADO TO WS-VALOR-EFETIVADO-C
002580     ELSE
002590         ADD 1 TO WS-QTD-RECUSADOS-C
002600         ADD LOT-VALOR-INFORMADO TO WS-VALOR-RECUSADO-C
002610     END-IF.
002620 2200-EXIT.
002630     EXIT.
002640*
002650 3000-FINALIZAR.
002660     CLOSE LOTES-RECEBIDOS
002670     DISPLAY "-------------------------------------------------".
002680     DISPLAY "LOTES01 - RESUMO DA DATA-MOVIMENTO " WS-DATA-PEDIDA.
002690     DISPLAY "FOLHA    - LOTES RECEBIDOS..: " WS-QTD-RECEBIDOS-F.
002700     DISPLAY "           LOTES ACEITOS....: " WS-QTD-ACEITOS-F
002710             "  VALOR R$ " WS-VALOR-ACEITO-F.
002720     DISPLAY "           LOTES RECUSADOS..: " WS-QTD-RECUSADOS-F
002730             "  VALOR R$ " WS-VALOR-RECUSADO-F.
002740     DISPLAY "           VALOR CREDITADO..: R$ "
002750             WS-VALOR-EFETIVADO-F.
002760     DISPLAY "CONVENIO - LOTES RECEBIDOS..: " WS-QTD-RECEBIDOS-C.
002770     DISPLAY "           LOTES ACEITOS....: " WS-QTD-ACEITOS-C
002780             "  VALOR R$ " WS-VALOR-ACEITO-C.
002790     DISPLAY "           LOTES RECUSADOS..: " WS-QTD-RECUSADOS-C
002800             "  VALOR R$ " WS-VALOR-RECUSADO-C.
002810     DISPLAY "           VALOR DEBITADO...: R$ "
002820             WS-VALOR-EFETIVADO-C.
002830     DISPLAY "-------------------------------------------------".
002840     IF WS-QTD-RECUSADOS-F > ZERO
002850         OR WS-QTD-RECUSADOS-C > ZERO
002860         DISPLAY "LOTES01: HA LOTES RECUSADOS - ACIONAR OS "
002870                 "REMETENTES PARA CORRECAO E REENVIO"
002880         MOVE 4 TO RETURN-CODE
002890     END-IF.
002900 3000-EXIT.
002910     EXIT.
002920*
002930 9999-ABENDAR.
002940     DISPLAY "LOTES01: ENCERRADO COM ERRO - VERIFIQUE OS STATUS "
002950             "ACIMA".
002960     MOVE 16 TO RETURN-CODE
002970     STOP RUN.
