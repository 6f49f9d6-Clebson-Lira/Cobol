000230*                       POR OPERADOR                           *
000232*    2026-09-02 CL      INCLUIDO O TOTAL DE DEPOSITOS EM       *
000234*                       CHEQUE (TIPO "H") POR OPERADOR         *
000236*    2026-10-15 CL      INCLUIDOS OS TOTAIS DE ESTORNOS (TIPO  *
000237*                       "E") A CREDITO E A DEBITO POR          *
000238*                       OPERADOR E NO TOTAL GERAL              *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000636     ==MOV-TIPO-DEB-CONVENIO==
000638                              BY ==SRT-TIPO-DEB-CONVENIO==
000639     ==MOV-TIPO-TARIFA==      BY ==SRT-TIPO-TARIFA==
900000     ==MOV-TIPO-ESTORNO==     BY ==SRT-TIPO-ESTORNO==
900002     ==MOV-TIPO-CRED-EMPRESTIMO==
900004                              BY ==SRT-TIPO-CRED-EMPRESTIMO==
900006     ==MOV-TIPO-DEB-EMPRESTIMO==
900008                              BY ==SRT-TIPO-DEB-EMPRESTIMO==
000640     ==MOV-TIPO==             BY ==SRT-TIPO==
000650     ==MOV-VALOR==            BY ==SRT-VALOR==
000660     ==MOV-SALDO-RESULTANTE== BY ==SRT-SALDO-RESULTANTE==
000670     ==MOV-CONTA-CONTRAPARTIDA==
000680                              BY ==SRT-CONTA-CONTRAPARTIDA==
000682     ==MOV-OPERADOR==         BY ==SRT-OPERADOR==
000684     ==MOV-SEQ-ESTORNADA==    BY ==SRT-SEQ-ESTORNADA==
000686     ==MOV-NATUREZA-ESTORNO==
000688                              BY ==SRT-NATUREZA-ESTORNO==
000690     ==MOV-ESTORNO-CREDITO==  BY ==SRT-ESTORNO-CREDITO==
000692     ==MOV-ESTORNO-DEBITO==   BY ==SRT-ESTORNO-DEBITO==.
000700 FD  JORNAL-CLASSIFICADO
000710     LABEL RECORD IS STANDARD.
000720 COPY MOVREG REPLACING
000866     ==MOV-TIPO-DEB-CONVENIO==
000868                              BY ==ORD-TIPO-DEB-CONVENIO==
000869     ==MOV-TIPO-TARIFA==      BY ==ORD-TIPO-TARIFA==
902000     ==MOV-TIPO-ESTORNO==     BY ==ORD-TIPO-ESTORNO==
902002     ==MOV-TIPO-CRED-EMPRESTIMO==
902004                              BY ==ORD-TIPO-CRED-EMPRESTIMO==
902006     ==MOV-TIPO-DEB-EMPRESTIMO==
902008                              BY ==ORD-TIPO-DEB-EMPRESTIMO==
000870     ==MOV-TIPO==             BY ==ORD-TIPO==
000880     ==MOV-VALOR==            BY ==ORD-VALOR==
000890     ==MOV-SALDO-RESULTANTE== BY ==ORD-SALDO-RESULTANTE==
000900     ==MOV-CONTA-CONTRAPARTIDA==
000910                              BY ==ORD-CONTA-CONTRAPARTIDA==
000912     ==MOV-OPERADOR==         BY ==ORD-OPERADOR==
000914     ==MOV-SEQ-ESTORNADA==    BY ==ORD-SEQ-ESTORNADA==
000916     ==MOV-NATUREZA-ESTORNO==
000918                              BY ==ORD-NATUREZA-ESTORNO==
000920     ==MOV-ESTORNO-CREDITO==  BY ==ORD-ESTORNO-CREDITO==
000922     ==MOV-ESTORNO-DEBITO==   BY ==ORD-ESTORNO-DEBITO==.
000930 FD  OPERADOR-ARQ
000940     LABEL RECORD IS STANDARD.
000950 COPY OPRREG.
001240     05  WS-QTD-TRF-CRED-OPR     PIC 9(05) COMP VALUE ZERO.
001250     05  WS-QTD-LANCTOS-OPR      PIC 9(05) COMP VALUE ZERO.
001252     05  WS-QTD-DEP-CHQ-OPR      PIC 9(05) COMP VALUE ZERO.
001254     05  WS-QTD-EST-CRED-OPR     PIC 9(05) COMP VALUE ZERO.
001256     05  WS-QTD-EST-DEB-OPR      PIC 9(05) COMP VALUE ZERO.
001260     05  WS-TOTAL-DEPOSITOS-OPR  PIC 9(07)V99 VALUE ZERO.
001270     05  WS-TOTAL-SAQUES-OPR     PIC 9(07)V99 VALUE ZERO.
001280     05  WS-TOTAL-TRF-DEB-OPR    PIC 9(07)V99 VALUE ZERO.
001290     05  WS-TOTAL-TRF-CRED-OPR   PIC 9(07)V99 VALUE ZERO.
001292     05  WS-TOTAL-DEP-CHQ-OPR    PIC 9(07)V99 VALUE ZERO.
001294     05  WS-TOTAL-EST-CRED-OPR   PIC 9(07)V99 VALUE ZERO.
001296     05  WS-TOTAL-EST-DEB-OPR    PIC 9(07)V99 VALUE ZERO.
001300 01  WS-ACUMULADORES-GERAL.
001310     05  WS-QTD-OPERADORES       PIC 9(05) COMP VALUE ZERO.
001320     05  WS-TOTAL-DEPOSITOS-GER  PIC 9(09)V99 VALUE ZERO.
001340     05  WS-TOTAL-TRF-DEB-GER    PIC 9(09)V99 VALUE ZERO.
001350     05  WS-TOTAL-TRF-CRED-GER   PIC 9(09)V99 VALUE ZERO.
001352     05  WS-TOTAL-DEP-CHQ-GER    PIC 9(09)V99 VALUE ZERO.
001354     05  WS-TOTAL-EST-CRED-GER   PIC 9(09)V99 VALUE ZERO.
001356     05  WS-TOTAL-EST-DEB-GER    PIC 9(09)V99 VALUE ZERO.
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002250*    ACUMULA UM LANCAMENTO NO GRUPO DO OPERADOR (QUEBRA DE      *
002260*    CONTROLE POR ORD-OPERADOR), CONSIDERANDO APENAS OS         *
002270*    LANCAMENTOS DA DATA DE PROCESSAMENTO E OS TIPOS QUE        *
002280*    PASSAM PELA GAVETA DO CAIXA (D, S, T, C E E). O ESTORNO    *
002282*    E TOTALIZADO PELA NATUREZA GRAVADA NO LANCAMENTO, PARA     *
002284*    QUE O FECHAMENTO BATA COM A GAVETA.                        *
002290*----------------------------------------------------------------
002300 2100-TRATAR-REGISTRO.
002310     IF ORD-DATA NOT = WS-DATA-PROCESSAMENTO
002440         MOVE ZERO TO WS-TOTAL-DEPOSITOS-OPR WS-TOTAL-SAQUES-OPR
002450         MOVE ZERO TO WS-TOTAL-TRF-DEB-OPR WS-TOTAL-TRF-CRED-OPR
002455         MOVE ZERO TO WS-TOTAL-DEP-CHQ-OPR
002456         MOVE ZERO TO WS-QTD-EST-CRED-OPR WS-QTD-EST-DEB-OPR
002457         MOVE ZERO TO WS-TOTAL-EST-CRED-OPR WS-TOTAL-EST-DEB-OPR
002460     END-IF
002470     ADD 1 TO WS-QTD-LANCTOS-OPR
002480     IF ORD-TIPO-DEPOSITO
002632     IF ORD-TIPO-DEP-CHEQUE
002634         ADD 1 TO WS-QTD-DEP-CHQ-OPR
002636         ADD ORD-VALOR TO WS-TOTAL-DEP-CHQ-OPR
002638     END-IF
904000     IF ORD-TIPO-ESTORNO AND ORD-ESTORNO-CREDITO
904002         ADD 1 TO WS-QTD-EST-CRED-OPR
904004         ADD ORD-VALOR TO WS-TOTAL-EST-CRED-OPR
904006     END-IF
904008     IF ORD-TIPO-ESTORNO AND ORD-ESTORNO-DEBITO
904010         ADD 1 TO WS-QTD-EST-DEB-OPR
904012         ADD ORD-VALOR TO WS-TOTAL-EST-DEB-OPR
904014     END-IF.
002640 2100-EXIT.
002650     EXIT.
002660*
002840             "  R$ " WS-TOTAL-TRF-CRED-OPR
002842     DISPLAY "  DEPOSITOS CHEQUE.: " WS-QTD-DEP-CHQ-OPR
002844             "  R$ " WS-TOTAL-DEP-CHQ-OPR
002845     DISPLAY "  ESTORNOS A CRED..: " WS-QTD-EST-CRED-OPR
002846             "  R$ " WS-TOTAL-EST-CRED-OPR
002847     DISPLAY "  ESTORNOS A DEB...: " WS-QTD-EST-DEB-OPR
002848             "  R$ " WS-TOTAL-EST-DEB-OPR
002850     DISPLAY "  QTD LANCAMENTOS..: " WS-QTD-LANCTOS-OPR
002860     ADD 1 TO WS-QTD-OPERADORES
002870     ADD WS-TOTAL-DEPOSITOS-OPR TO WS-TOTAL-DEPOSITOS-GER
002880     ADD WS-TOTAL-SAQUES-OPR TO WS-TOTAL-SAQUES-GER
002890     ADD WS-TOTAL-TRF-DEB-OPR TO WS-TOTAL-TRF-DEB-GER
002900     ADD WS-TOTAL-TRF-CRED-OPR TO WS-TOTAL-TRF-CRED-GER
002902     ADD WS-TOTAL-DEP-CHQ-OPR TO WS-TOTAL-DEP-CHQ-GER
002904     ADD WS-TOTAL-EST-CRED-OPR TO WS-TOTAL-EST-CRED-GER
002906     ADD WS-TOTAL-EST-DEB-OPR TO WS-TOTAL-EST-DEB-GER.
002910 2200-EXIT.
002920     EXIT.
002930*
003330             WS-TOTAL-TRF-CRED-GER.
003332     DISPLAY "  TOTAL DEPOSITOS CHEQUE...: R$ "
003334             WS-TOTAL-DEP-CHQ-GER.
003335     DISPLAY "  TOTAL ESTORNOS A CREDITO.: R$ "
003336             WS-TOTAL-EST-CRED-GER.
003337     DISPLAY "  TOTAL ESTORNOS A DEBITO..: R$ "
003338             WS-TOTAL-EST-DEB-GER.
003340     DISPLAY "-------------------------------------------------".
003350 3000-EXIT.
003360     EXIT.
