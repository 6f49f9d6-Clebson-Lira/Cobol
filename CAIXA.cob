      *                       EM SALDOS ACIMA DE 99999,99. O DEPOSITO  *
      *                       PASSA A TRATAR ON SIZE ERROR NO CALCULO  *
      *                       DO NOVO SALDO.                           *
      *    2026-10-15 CL      INCLUIDA OPCAO 11 - ESTORNO DE          *
      *                       LANCAMENTO, AUTORIZADO POR SUPERVISOR   *
      *                       (OPR-PERFIL "S") COM CODIGO E SENHA     *
      *                       PROPRIOS: LOCALIZA O LANCAMENTO PELA    *
      *                       SEQUENCIA NO MOVHIST E NO JORNAL, GRAVA *
      *                       O TIPO "E" COM A SEQUENCIA ESTORNADA E  *
      *                       RECUSA ESTORNAR DUAS VEZES O MESMO      *
      *                       LANCAMENTO. O SUPERVISOR FICA NA        *
      *                       TRILHA DE AUDITORIA. EXTRATO PASSA A    *
      *                       TOTALIZAR OS ESTORNOS A CREDITO E A     *
      *                       DEBITO.                                 *
      *    2026-10-15 CL      INCLUIDA OPCAO 12 - ENCERRAMENTO DE     *
      *                       CONTA, AUTORIZADO POR SUPERVISOR:       *
      *                       RECUSA CONTA COM CHEQUE EM COMPENSACAO  *
      *                       (BLOQUEIO PENDENTE) OU SALDO NEGATIVO,  *
      *                       LIQUIDA O SALDO COM SAQUE "S" FINAL NO  *
      *                       JORNAL, CANCELA AS ORDENS PENDENTES DE  *
      *                       DEBITO AUTOMATICO E DE TRANSFERENCIA    *
      *                       PROGRAMADA, GRAVA O STATUS "E" E        *
      *                       IMPRIME O TERMO DE ENCERRAMENTO COM O   *
      *                       EXTRATO FINAL. CONTA ENCERRADA E        *
      *                       RECUSADA NA AUTENTICACAO.               *
      *    2026-10-15 CL      INCLUIDA OPCAO 13 - EMPRESTIMO PESSOAL: *
      *                       CONTRATACAO COM PLANO DE PARCELAS       *
      *                       (TABELA PRICE) GRAVADO NOS ARQUIVOS     *
      *                       EMPRESTI E PARCELAS, AUTORIZADA POR     *
      *                       SUPERVISOR, COM CREDITO "P" NO JORNAL;  *
      *                       CONSULTA DOS CONTRATOS E QUITACAO       *
      *                       ANTECIPADA COM DEBITO "Q". AS PARCELAS  *
      *                       SAO COBRADAS NO LOTE NOTURNO            *
      *                       (EMPCOB01).                             *
      *                       EXTRATO TOTALIZA OS NOVOS TIPOS, QUE    *
      *                       NAO SE ESTORNAM, E CONTA COM EMPRESTIMO *
      *                       ATIVO NAO E ENCERRADA.                  *
      *    2026-10-15 CL      CONTA BLOQUEADA POR EXCESSO DE SENHAS   *
      *                       INVALIDAS GERA EVENTO "B" NO ARQUIVO    *
      *                       EVENTOS, PARA O AVISO AO CLIENTE NO     *
      *                       LOTE NOTURNO (AVISOS01).                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SISTSTAT-ARQ ASSIGN TO "SISTSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SISTSTAT.
           SELECT EMPRESTI-ARQ ASSIGN TO "EMPRESTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WS-STATUS-EMPRESTI.
           SELECT PARCELAS-ARQ ASSIGN TO "PARCELAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-STATUS-PARCELAS.
           SELECT EVENTOS-ARQ ASSIGN TO "EVENTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTOS.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-MASTER
           FD  SISTSTAT-ARQ
               LABEL RECORD IS STANDARD.
           COPY STAREG.
           FD  EMPRESTI-ARQ
               LABEL RECORD IS STANDARD.
           COPY EMPREG.
           FD  PARCELAS-ARQ
               LABEL RECORD IS STANDARD.
           COPY PARREG.
           FD  EVENTOS-ARQ
               LABEL RECORD IS STANDARD.
           COPY EVTREG.
           WORKING-STORAGE SECTION.
           77 WS-OPCAO PIC X(2).
           77 WS-DEPOSITO-ENTRADA PIC X(7) JUSTIFIED RIGHT
           77 WS-STATUS-DATAMOV PIC X(2) VALUE "00".
               88 ST-DATAMOV-OK VALUE "00".
               88 ST-DATAMOV-INEXISTENTE VALUE "35".
           77 WS-STATUS-EVENTOS PIC X(2) VALUE "00".
               88 ST-EVENTOS-OK VALUE "00".
           77 WS-DATA-MOVIMENTO PIC 9(8) VALUE ZERO.
           77 WS-STATUS-OPERADOR PIC X(2) VALUE "00".
               88 ST-OPERADOR-OK VALUE "00".
           77 WS-STATUS-SISTSTAT PIC X(2) VALUE "00".
               88 ST-SISTSTAT-OK VALUE "00".
               88 ST-SISTSTAT-INEXISTENTE VALUE "35".
           77 WS-TOTAL-EST-CRED PIC 9(7)V99 VALUE ZERO.
           77 WS-TOTAL-EST-DEB PIC 9(7)V99 VALUE ZERO.
           77 WS-SUPERVISOR-ENTRADA PIC 9(4) VALUE ZERO.
           77 WS-SENHA-SUP-ENTRADA PIC X(4) VALUE SPACES.
           77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE "N".
               88 SW-SUPERVISOR-AUTORIZADO VALUE "S".
           77 WS-SEQ-ESTORNO PIC 9(6) VALUE ZERO.
           77 WS-SEQ-DO-ESTORNO PIC 9(6) VALUE ZERO.
           77 WS-ORIGINAL-ENCONTRADO PIC X VALUE "N".
               88 SW-ORIGINAL-ENCONTRADO VALUE "S".
           77 WS-JA-ESTORNADO PIC X VALUE "N".
               88 SW-JA-ESTORNADO VALUE "S".
           77 WS-ORIG-TIPO PIC X VALUE SPACE.
           77 WS-ORIG-DATA PIC 9(8) VALUE ZERO.
           77 WS-ORIG-VALOR PIC 9(5)V99 VALUE ZERO.
           77 WS-ORIG-SALDO PIC S9(7)V99 VALUE ZERO.
           77 WS-NATUREZA-ESTORNO PIC X VALUE SPACE.
               88 SW-ESTORNO-CREDITO VALUE "C".
               88 SW-ESTORNO-DEBITO VALUE "D".
           77 WS-ENCERRAMENTO-PERMITIDO PIC X VALUE "N".
               88 SW-ENCERRAMENTO-PERMITIDO VALUE "S".
           77 WS-CONFIRMA-ENCERRAMENTO PIC X VALUE "N".
           77 WS-QTD-BLQ-PENDENTES PIC 9(5) VALUE ZERO.
           77 WS-QTD-DEB-CANCELADAS PIC 9(5) VALUE ZERO.
           77 WS-QTD-TRP-CANCELADAS PIC 9(5) VALUE ZERO.
           77 WS-VALOR-LIQUIDADO PIC 9(7)V99 VALUE ZERO.
           77 WS-PARCELA-LIQUIDACAO PIC 9(5)V99 VALUE ZERO.
           77 WS-MAX-PARCELA-LIQUIDACAO PIC 9(5)V99 VALUE 99999.99.
           77 WS-STATUS-EMPRESTI PIC X(2) VALUE "00".
               88 ST-EMPRESTI-OK VALUE "00".
               88 ST-EMPRESTI-FIM VALUE "10".
               88 ST-EMPRESTI-INEXISTENTE VALUE "35".
           77 WS-STATUS-PARCELAS PIC X(2) VALUE "00".
               88 ST-PARCELAS-OK VALUE "00".
               88 ST-PARCELAS-FIM VALUE "10".
               88 ST-PARCELAS-INEXISTENTE VALUE "35".
           77 WS-OPCAO-EMP PIC X(2).
           77 WS-FIM-EMPRESTI PIC X VALUE "N".
               88 SW-FIM-EMPRESTI VALUE "S".
           77 WS-FIM-PARCELAS PIC X VALUE "N".
               88 SW-FIM-PARCELAS VALUE "S".
           77 WS-EMP-PRAZO-MAXIMO PIC 9(3) VALUE ZERO.
           77 WS-EMP-TAXA-MORA PIC 9V9(4) VALUE ZERO.
           77 WS-EMP-DADOS-OK PIC X VALUE "N".
               88 SW-EMP-DADOS-OK VALUE "S".
           77 WS-EMP-VALOR-ENTRADA PIC X(7) JUSTIFIED RIGHT
               VALUE SPACES.
           77 WS-EMP-VALOR PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-TAXA-ENTRADA PIC X(4) JUSTIFIED RIGHT
               VALUE SPACES.
           77 WS-EMP-TAXA-NUM PIC 9(4) VALUE ZERO.
           77 WS-EMP-TAXA PIC 9V9(4) VALUE ZERO.
           77 WS-EMP-TAXA-PERC PIC Z9.99.
           77 WS-EMP-PRAZO-ENTRADA PIC X(3) JUSTIFIED RIGHT
               VALUE SPACES.
           77 WS-EMP-PRAZO PIC 9(3) VALUE ZERO.
           77 WS-EMP-PRIMEIRO-VENCTO PIC 9(8) VALUE ZERO.
           77 WS-EMP-FATOR PIC 9(9)V9(9) VALUE ZERO.
           77 WS-EMP-PARCELA PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-SALDO-NOVO PIC S9(7)V99 VALUE ZERO.
           77 WS-EMP-CONTRATO-NOVO PIC 9(3) VALUE ZERO.
           77 WS-EMP-CONTRATO-ESCOLHIDO PIC 9(3) VALUE ZERO.
           77 WS-EMP-PLANO-GRAVADO PIC X VALUE "N".
               88 SW-EMP-PLANO-GRAVADO VALUE "S".
           77 WS-EMP-NUM-PARCELA PIC 9(4) VALUE ZERO.
           77 WS-EMP-SALDO-PLANO PIC 9(7)V99 VALUE ZERO.
           77 WS-EMP-JUROS PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-AMORTIZACAO PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-VENCTO PIC 9(8) VALUE ZERO.
           77 WS-EMP-ANO-MES PIC 9(6) VALUE ZERO.
           77 WS-EMP-ANO PIC 9(4) VALUE ZERO.
           77 WS-EMP-MES PIC 9(2) VALUE ZERO.
           77 WS-EMP-DIA PIC 9(2) VALUE ZERO.
           77 WS-EMP-BAIXAR PIC X VALUE "N".
               88 SW-EMP-BAIXAR VALUE "S".
           77 WS-EMP-VALOR-QUITACAO PIC 9(7)V99 VALUE ZERO.
           77 WS-EMP-VALOR-COBRADO PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-MORA PIC 9(5)V99 VALUE ZERO.
           77 WS-EMP-DIAS-ATRASO PIC 9(4) VALUE ZERO.
           77 WS-EMP-QTD-ABERTAS PIC 9(3) VALUE ZERO.
           77 WS-EMP-QTD-ATIVOS PIC 9(3) VALUE ZERO.
           77 WS-EMP-SEQ-QUITACAO PIC 9(6) VALUE ZERO.
           77 WS-EMP-VALOR-FORMATADO PIC Z,ZZZ,ZZZ.99.
           77 WS-EMP-PARCELA-FORMATADA PIC Z,ZZZ,ZZZ.99.
           77 WS-EMP-MORA-FORMATADA PIC Z,ZZZ,ZZZ.99.
           77 WS-CONFIRMA-EMPRESTIMO PIC X VALUE "N".
           77 WS-TOTAL-EMPRESTIMOS PIC 9(7)V99 VALUE ZERO.
           77 WS-TOTAL-PAGTO-EMPREST PIC 9(7)V99 VALUE ZERO.
       PROCEDURE DIVISION.
           MAIN-PROCESS.
               PERFORM P034-LER-DATA-MOVIMENTO
               DISPLAY "8 - DEBITO AUTOMATICO".
               DISPLAY "9 - DEPOSITO EM CHEQUE".
               DISPLAY "10 - TRANSFERENCIA PROGRAMADA".
               DISPLAY "11 - ESTORNO DE LANCAMENTO".
               DISPLAY "12 - ENCERRAMENTO DE CONTA".
               DISPLAY "13 - EMPRESTIMO PESSOAL".
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "1"
                       IF SW-AUTENTICADO THEN
                           PERFORM P041-TRANSF-PROGRAMADA
                       END-IF
                   WHEN "11"
                       IF SW-AUTENTICADO THEN
                           PERFORM P053-ESTORNO
                       END-IF
                   WHEN "12"
                       IF SW-AUTENTICADO THEN
                           PERFORM P060-ENCERRAMENTO
                       END-IF
                   WHEN "13"
                       IF SW-AUTENTICADO THEN
                           PERFORM P070-EMPRESTIMO
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
               END-EVALUATE.
                   CLOSE TRANSPRG-ARQ
                   OPEN I-O TRANSPRG-ARQ
               END-IF
               OPEN I-O EMPRESTI-ARQ
               IF ST-EMPRESTI-INEXISTENTE THEN
                   OPEN OUTPUT EMPRESTI-ARQ
                   CLOSE EMPRESTI-ARQ
                   OPEN I-O EMPRESTI-ARQ
               END-IF
               OPEN I-O PARCELAS-ARQ
               IF ST-PARCELAS-INEXISTENTE THEN
                   OPEN OUTPUT PARCELAS-ARQ
                   CLOSE PARCELAS-ARQ
                   OPEN I-O PARCELAS-ARQ
               END-IF
               OPEN INPUT CLIENTES-ARQ
               IF ST-CLIENTES-OK THEN
                   MOVE "S" TO WS-CLIENTES-DISPONIVEL
                   CLOSE AUDITORIA-ARQ
                   OPEN EXTEND AUDITORIA-ARQ
               END-IF
               OPEN EXTEND EVENTOS-ARQ
               IF NOT ST-EVENTOS-OK THEN
                   CLOSE EVENTOS-ARQ
                   OPEN OUTPUT EVENTOS-ARQ
                   CLOSE EVENTOS-ARQ
                   OPEN EXTEND EVENTOS-ARQ
               END-IF
               OPEN I-O OPERADOR-ARQ
               IF ST-OPERADOR-INEXISTENTE THEN
                   OPEN OUTPUT OPERADOR-ARQ
      *    GRAVA UM REGISTRO NO JORNAL DE MOVIMENTOS (DEPOSITO OU
      *    SAQUE) COM DATA, HORA, SEQUENCIA E SALDO RESULTANTE, PARA
      *    PERMITIR A RECONSTITUICAO DE UM DIA DE MOVIMENTACAO.
      *    MOV-TIPO E MOV-VALOR DEVEM SER PREENCHIDOS PELO CHAMADOR;
      *    NO ESTORNO ("E") TAMBEM A SEQUENCIA ESTORNADA E A NATUREZA.
      *    O ESTORNO NAO E MOVIMENTO DO CLIENTE E NAO AVANCA A DATA
      *    DO ULTIMO MOVIMENTO (CONTROLE DE DORMENCIA).
      *----------------------------------------------------------------
           P008-GRAVAR-MOVIMENTO.
               ACCEPT WS-HORA-SISTEMA FROM TIME
               IF MOV-TIPO-ESTORNO THEN
                   CONTINUE
               ELSE
                   MOVE WS-DATA-MOVIMENTO TO CTA-DATA-ULTIMO-MOVTO
                   MOVE ZERO TO MOV-SEQ-ESTORNADA
                   MOVE SPACE TO MOV-NATUREZA-ESTORNO
               END-IF
               ADD 1 TO CTA-ULTIMO-SEQ-MOVTO
               MOVE CTA-NUMERO TO MOV-NUMERO-CONTA
               MOVE CTA-ULTIMO-SEQ-MOVTO TO MOV-SEQUENCIA
               CLOSE OPERADOR-ARQ
               CLOSE BLOQUEIO-ARQ
               CLOSE TRANSPRG-ARQ
               CLOSE EMPRESTI-ARQ
               CLOSE PARCELAS-ARQ
               CLOSE EVENTOS-ARQ
               IF SW-CLIENTES-DISPONIVEL THEN
                   CLOSE CLIENTES-ARQ
               END-IF.
               MOVE ZERO TO WS-TOTAL-LIBERACOES
               MOVE ZERO TO WS-TOTAL-CONVENIO
               MOVE ZERO TO WS-TOTAL-TARIFAS
               MOVE ZERO TO WS-TOTAL-EST-CRED
               MOVE ZERO TO WS-TOTAL-EST-DEB
               MOVE ZERO TO WS-TOTAL-EMPRESTIMOS
               MOVE ZERO TO WS-TOTAL-PAGTO-EMPREST
               MOVE ZERO TO WS-QTD-MOVIMENTOS
               PERFORM P022-LER-HISTORICO
               CLOSE JORNAL-MOVTO
               DISPLAY "CHEQUES LIBERADOS..: R$ " WS-TOTAL-LIBERACOES
               DISPLAY "DEBITOS CONVENIO...: R$ " WS-TOTAL-CONVENIO
               DISPLAY "TARIFAS............: R$ " WS-TOTAL-TARIFAS
               DISPLAY "ESTORNOS A CREDITO.: R$ " WS-TOTAL-EST-CRED
               DISPLAY "ESTORNOS A DEBITO..: R$ " WS-TOTAL-EST-DEB
               DISPLAY "EMPRESTIMOS........: R$ " WS-TOTAL-EMPRESTIMOS
               DISPLAY "PAGTO EMPRESTIMOS..: R$ "
                       WS-TOTAL-PAGTO-EMPREST
               DISPLAY "QTD DE LANCAMENTOS.: " WS-QTD-MOVIMENTOS
               MOVE WS-SALDO TO WS-SALDO-FORMATADO
               DISPLAY "SALDO CONTABIL.....: R$ " WS-SALDO-FORMATADO
                   IF MOV-TIPO-TRANSF-CREDITO THEN
                       ADD MOV-VALOR TO WS-TOTAL-TRANSF-CRED
                   END-IF
                   IF MOV-TIPO-CRED-EMPRESTIMO THEN
                       ADD MOV-VALOR TO WS-TOTAL-EMPRESTIMOS
                   END-IF
                   IF MOV-TIPO-DEB-EMPRESTIMO THEN
                       ADD MOV-VALOR TO WS-TOTAL-PAGTO-EMPREST
                   END-IF
                   IF MOV-TIPO-TRANSF-DEBITO
                           OR MOV-TIPO-TRANSF-CREDITO THEN
                       DISPLAY "           CONTRAPARTIDA: "
                               MOV-CONTA-CONTRAPARTIDA
                   END-IF
                   IF MOV-TIPO-ESTORNO THEN
                       IF MOV-ESTORNO-CREDITO THEN
                           ADD MOV-VALOR TO WS-TOTAL-EST-CRED
                       ELSE
                           ADD MOV-VALOR TO WS-TOTAL-EST-DEB
                       END-IF
                       DISPLAY "           ESTORNO DA SEQ: "
                               MOV-SEQ-ESTORNADA
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    TRANSACAO. TENTATIVAS INVALIDAS SAO CONTADAS NO PROPRIO
      *    REGISTRO DA CONTA; AO ATINGIR WS-MAX-TENTATIVAS, A CONTA E
      *    BLOQUEADA E PASSA A RECUSAR NOVAS TENTATIVAS DE ACESSO.
      *    CONTA ENCERRADA NAO E MAIS AUTENTICADA.
      *----------------------------------------------------------------
           P015-AUTENTICAR.
               MOVE "N" TO WS-AUTENTICADO
               MOVE ZERO TO WS-ULTIMA-CONTA-AUTENTICADA
               IF CTA-CONTA-ENCERRADA THEN
                   DISPLAY "CONTA ENCERRADA. NENHUMA OPERACAO E "
                           "PERMITIDA."
               ELSE
                   IF CTA-CONTA-BLOQUEADA THEN
                       DISPLAY "CONTA BLOQUEADA POR TENTATIVAS "
                               "INVALIDAS. PROCURE A AGENCIA."
                   ELSE
                       DISPLAY "SENHA: "
                       ACCEPT WS-SENHA-ENTRADA
                       IF WS-SENHA-ENTRADA = CTA-SENHA THEN
                           MOVE "S" TO WS-AUTENTICADO
                           MOVE WS-NUMERO-CONTA
                                TO WS-ULTIMA-CONTA-AUTENTICADA
                           MOVE ZERO TO CTA-TENTATIVAS-INVALIDAS
                           IF CTA-CONTA-DORMENTE THEN
                               PERFORM P032-REATIVAR-CONTA
                           ELSE
                               PERFORM P007-GRAVAR-CONTA
                           END-IF
                       ELSE
                           DISPLAY "SENHA INVALIDA"
                           ADD 1 TO CTA-TENTATIVAS-INVALIDAS
                           IF CTA-TENTATIVAS-INVALIDAS >=
                                   WS-MAX-TENTATIVAS THEN
                               MOVE "B" TO CTA-STATUS-CONTA
                               DISPLAY "CONTA BLOQUEADA POR EXCESSO DE "
                                       "TENTATIVAS INVALIDAS"
                               PERFORM P091-GRAVAR-EVENTO-BLOQUEIO
                           END-IF
                           PERFORM P007-GRAVAR-CONTA
                       END-IF
                   END-IF
               END-IF.

                       MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE
                       MOVE WS-NUMERO-CONTA TO MOV-CONTA-CONTRAPARTIDA
                       MOVE WS-OPERADOR-ATUAL TO MOV-OPERADOR
                       MOVE ZERO TO MOV-SEQ-ESTORNADA
                       MOVE SPACE TO MOV-NATUREZA-ESTORNO
                       WRITE MOV-REGISTRO
                       IF NOT ST-JORNAL-OK THEN
                           DISPLAY "AVISO: FALHA AO GRAVAR NO JORNAL "
      *    P025-ADOTAR-PARAMETRO
      *    ADOTA O REGISTRO DE PARAMETROS LIDO QUANDO SUA VIGENCIA JA
      *    COMECOU E E A MAIS RECENTE VISTA ATE AQUI, CARREGANDO OS
      *    LIMITES DE SAQUE E O LIMITE ESPECIAL PADRAO. PRAZO MAXIMO
      *    DE EMPRESTIMO ZERADO OU NAO NUMERICO (REGISTRO ANTIGO)
      *    DEIXA O EMPRESTIMO PESSOAL INDISPONIVEL.
      *----------------------------------------------------------------
           P025-ADOTAR-PARAMETRO.
               IF PRM-DATA-VIGENCIA <= WS-DATA-MOVIMENTO
                   MOVE PRM-LIMITE-ESPECIAL-PADRAO
                       TO WS-LIMITE-ESPECIAL-PADRAO
                   MOVE PRM-DIAS-COMPENSACAO TO WS-DIAS-COMPENSACAO
                   IF PRM-EMP-PRAZO-MAXIMO NUMERIC
                           AND PRM-EMP-TAXA-MORA NUMERIC THEN
                       MOVE PRM-EMP-PRAZO-MAXIMO TO WS-EMP-PRAZO-MAXIMO
                       MOVE PRM-EMP-TAXA-MORA TO WS-EMP-TAXA-MORA
                   ELSE
                       MOVE ZERO TO WS-EMP-PRAZO-MAXIMO
                       MOVE ZERO TO WS-EMP-TAXA-MORA
                   END-IF
               END-IF.

      *----------------------------------------------------------------
                   MOVE HST-CONTA-CONTRAPARTIDA
                       TO MOV-CONTA-CONTRAPARTIDA
                   MOVE HST-OPERADOR TO MOV-OPERADOR
                   MOVE HST-SEQ-ESTORNADA TO MOV-SEQ-ESTORNADA
                   MOVE HST-NATUREZA-ESTORNO TO MOV-NATUREZA-ESTORNO
                   PERFORM P012-IMPRIMIR-MOVIMENTO
               END-IF.

                   END-IF
                   CLOSE SISTSTAT-ARQ
               END-IF.

      *----------------------------------------------------------------
      *    P053-ESTORNO
      *    ESTORNA UM LANCAMENTO DA CONTA AUTENTICADA, COM A
      *    AUTORIZACAO DE UM SUPERVISOR (OPR-PERFIL "S"). O
      *    LANCAMENTO ORIGINAL E LOCALIZADO PELA SEQUENCIA NO
      *    HISTORICO (MOVHIST) E NO JORNAL DO DIA; O ESTORNO E
      *    GRAVADO COMO UM NOVO LANCAMENTO "E" QUE APONTA PARA A
      *    SEQUENCIA ORIGINAL, SEM ALTERAR O LANCAMENTO ESTORNADO.
      *----------------------------------------------------------------
           P053-ESTORNO.
               PERFORM P000-TITULO
               DISPLAY "ESTORNO DE LANCAMENTO - REQUER SUPERVISOR"
               PERFORM P054-AUTORIZAR-SUPERVISOR
               IF SW-SUPERVISOR-AUTORIZADO THEN
                   DISPLAY "SEQUENCIA DO LANCAMENTO A ESTORNAR: "
                   ACCEPT WS-SEQ-ESTORNO
                   IF WS-SEQ-ESTORNO = ZERO THEN
                       DISPLAY "SEQUENCIA INVALIDA"
                   ELSE
                       PERFORM P055-LOCALIZAR-ORIGINAL
                       IF NOT SW-ORIGINAL-ENCONTRADO THEN
                           DISPLAY "LANCAMENTO " WS-SEQ-ESTORNO
                                   " NAO ENCONTRADO NA CONTA"
                       ELSE
                           IF SW-JA-ESTORNADO THEN
                               DISPLAY "LANCAMENTO " WS-SEQ-ESTORNO
                                       " JA ESTORNADO PELA SEQUENCIA "
                                       WS-SEQ-DO-ESTORNO
                           ELSE
                               PERFORM P058-DEFINIR-NATUREZA
                               IF SW-ESTORNO-CREDITO
                                       OR SW-ESTORNO-DEBITO THEN
                                   PERFORM P059-EFETIVAR-ESTORNO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P054-AUTORIZAR-SUPERVISOR
      *    EXIGE O CODIGO E A SENHA DE UM SUPERVISOR DO MESTRE
      *    OPERCAD. SENHA INVALIDA CONTA TENTATIVA NO REGISTRO DO
      *    SUPERVISOR E O BLOQUEIA AO ATINGIR WS-MAX-TENTATIVAS, NO
      *    MESMO PADRAO DO LOGON (P037). O OPERADOR DO EXPEDIENTE
      *    (WS-OPERADOR-ATUAL) NAO E ALTERADO.
      *----------------------------------------------------------------
           P054-AUTORIZAR-SUPERVISOR.
               MOVE "N" TO WS-SUPERVISOR-AUTORIZADO
               DISPLAY "CODIGO DO SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-ENTRADA
               MOVE WS-SUPERVISOR-ENTRADA TO OPR-CODIGO
               READ OPERADOR-ARQ
               IF NOT ST-OPERADOR-OK THEN
                   DISPLAY "OPERADOR NAO CADASTRADO"
               ELSE
                   IF NOT OPR-PERFIL-SUPERVISOR THEN
                       DISPLAY "OPERADOR SEM PERFIL DE SUPERVISOR"
                   ELSE
                       IF OPR-BLOQUEADO THEN
                           DISPLAY "SUPERVISOR BLOQUEADO POR "
                                   "TENTATIVAS INVALIDAS"
                       ELSE
                           DISPLAY "SENHA DO SUPERVISOR: "
                           ACCEPT WS-SENHA-SUP-ENTRADA
                           IF WS-SENHA-SUP-ENTRADA = OPR-SENHA THEN
                               MOVE "S" TO WS-SUPERVISOR-AUTORIZADO
                               MOVE ZERO TO OPR-TENTATIVAS-INVALIDAS
                               REWRITE OPR-REGISTRO
                           ELSE
                               DISPLAY "SENHA INVALIDA"
                               ADD 1 TO OPR-TENTATIVAS-INVALIDAS
                               IF OPR-TENTATIVAS-INVALIDAS >=
                                       WS-MAX-TENTATIVAS THEN
                                   MOVE "B" TO OPR-STATUS
                                   DISPLAY "SUPERVISOR BLOQUEADO POR "
                                           "EXCESSO DE TENTATIVAS "
                                           "INVALIDAS"
                               END-IF
                               REWRITE OPR-REGISTRO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF NOT SW-SUPERVISOR-AUTORIZADO THEN
                   DISPLAY "OPERACAO NAO AUTORIZADA"
               END-IF.

      *----------------------------------------------------------------
      *    P055-LOCALIZAR-ORIGINAL
      *    PERCORRE OS LANCAMENTOS DA CONTA NO HISTORICO (POR
      *    POSICIONAMENTO NA CHAVE, COMO O EXTRATO) E NO JORNAL DO
      *    DIA, GUARDANDO O LANCAMENTO DA SEQUENCIA PEDIDA E
      *    VERIFICANDO SE JA EXISTE UM ESTORNO QUE APONTE PARA ELA.
      *----------------------------------------------------------------
           P055-LOCALIZAR-ORIGINAL.
               MOVE "N" TO WS-ORIGINAL-ENCONTRADO
               MOVE "N" TO WS-JA-ESTORNADO
               MOVE ZERO TO WS-SEQ-DO-ESTORNO
               MOVE "N" TO WS-FIM-HIST
               OPEN INPUT MOVHIST-ARQ
               IF ST-MOVHIST-INEXISTENTE THEN
                   MOVE "S" TO WS-FIM-HIST
               ELSE
                   IF NOT ST-MOVHIST-OK THEN
                       DISPLAY "AVISO: FALHA AO ABRIR O HISTORICO "
                               "(STATUS " WS-STATUS-MOVHIST ")"
                       MOVE "S" TO WS-FIM-HIST
                   ELSE
                       MOVE WS-NUMERO-CONTA TO HST-NUMERO-CONTA
                       MOVE ZERO TO HST-DATA
                       MOVE ZERO TO HST-SEQUENCIA
                       START MOVHIST-ARQ
                           KEY IS NOT LESS THAN HST-CHAVE
                           INVALID KEY
                               MOVE "S" TO WS-FIM-HIST
                       END-START
                       PERFORM UNTIL SW-FIM-HIST
                           READ MOVHIST-ARQ NEXT RECORD
                               AT END
                                   MOVE "S" TO WS-FIM-HIST
                               NOT AT END
                                   PERFORM P056-CONFERIR-HISTORICO
                           END-READ
                       END-PERFORM
                       CLOSE MOVHIST-ARQ
                   END-IF
               END-IF
               CLOSE JORNAL-MOVTO
               OPEN INPUT JORNAL-MOVTO
               MOVE "N" TO WS-FIM-JORNAL
               PERFORM UNTIL SW-FIM-JORNAL
                   READ JORNAL-MOVTO
                       AT END
                           MOVE "S" TO WS-FIM-JORNAL
                       NOT AT END
                           PERFORM P057-CONFERIR-JORNAL
                   END-READ
               END-PERFORM
               CLOSE JORNAL-MOVTO
               OPEN EXTEND JORNAL-MOVTO.

      *----------------------------------------------------------------
      *    P056-CONFERIR-HISTORICO
      *    CONFERE UM REGISTRO DO HISTORICO CONTRA A SEQUENCIA A
      *    ESTORNAR. AO ENCONTRAR OUTRA CONTA, ENCERRA A LEITURA.
      *----------------------------------------------------------------
           P056-CONFERIR-HISTORICO.
               IF HST-NUMERO-CONTA NOT = WS-NUMERO-CONTA THEN
                   MOVE "S" TO WS-FIM-HIST
               ELSE
                   IF HST-SEQUENCIA = WS-SEQ-ESTORNO THEN
                       MOVE "S" TO WS-ORIGINAL-ENCONTRADO
                       MOVE HST-TIPO TO WS-ORIG-TIPO
                       MOVE HST-DATA TO WS-ORIG-DATA
                       MOVE HST-VALOR TO WS-ORIG-VALOR
                       MOVE HST-SALDO-RESULTANTE TO WS-ORIG-SALDO
                   END-IF
                   IF HST-TIPO-ESTORNO
                           AND HST-SEQ-ESTORNADA = WS-SEQ-ESTORNO THEN
                       MOVE "S" TO WS-JA-ESTORNADO
                       MOVE HST-SEQUENCIA TO WS-SEQ-DO-ESTORNO
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P057-CONFERIR-JORNAL
      *    CONFERE UM REGISTRO DO JORNAL DO DIA CONTRA A SEQUENCIA A
      *    ESTORNAR, QUANDO PERTENCE A CONTA ATUAL.
      *----------------------------------------------------------------
           P057-CONFERIR-JORNAL.
               IF MOV-NUMERO-CONTA = WS-NUMERO-CONTA THEN
                   IF MOV-SEQUENCIA = WS-SEQ-ESTORNO THEN
                       MOVE "S" TO WS-ORIGINAL-ENCONTRADO
                       MOVE MOV-TIPO TO WS-ORIG-TIPO
                       MOVE MOV-DATA TO WS-ORIG-DATA
                       MOVE MOV-VALOR TO WS-ORIG-VALOR
                       MOVE MOV-SALDO-RESULTANTE TO WS-ORIG-SALDO
                   END-IF
                   IF MOV-TIPO-ESTORNO
                           AND MOV-SEQ-ESTORNADA = WS-SEQ-ESTORNO THEN
                       MOVE "S" TO WS-JA-ESTORNADO
                       MOVE MOV-SEQUENCIA TO WS-SEQ-DO-ESTORNO
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P058-DEFINIR-NATUREZA
      *    DEFINE A NATUREZA DO ESTORNO PELO TIPO DO ORIGINAL: CREDITO
      *    (D, F E JUROS DE RENDIMENTO) E ESTORNADO A DEBITO, DEBITO
      *    (S, A, V, M E JUROS DE ENCARGO) E ESTORNADO A CREDITO.
      *    DEPOSITO EM CHEQUE E LIBERACAO SEGUEM A DEVOLUCAO DA
      *    COMPENSACAO, E TRANSFERENCIA SE DESFAZ COM OUTRA
      *    TRANSFERENCIA, POIS ENVOLVE DUAS CONTAS.
      *----------------------------------------------------------------
           P058-DEFINIR-NATUREZA.
               MOVE SPACE TO WS-NATUREZA-ESTORNO
               EVALUATE WS-ORIG-TIPO
                   WHEN "D"
                   WHEN "F"
                       MOVE "D" TO WS-NATUREZA-ESTORNO
                   WHEN "S"
                   WHEN "A"
                   WHEN "V"
                   WHEN "M"
                       MOVE "C" TO WS-NATUREZA-ESTORNO
                   WHEN "J"
                       IF WS-ORIG-SALDO >= ZERO THEN
                           MOVE "D" TO WS-NATUREZA-ESTORNO
                       ELSE
                           MOVE "C" TO WS-NATUREZA-ESTORNO
                       END-IF
                   WHEN "H"
                   WHEN "L"
                       DISPLAY "DEPOSITO EM CHEQUE NAO SE ESTORNA NO "
                               "CAIXA - SEGUE A DEVOLUCAO DA "
                               "COMPENSACAO"
                   WHEN "T"
                   WHEN "C"
                       DISPLAY "TRANSFERENCIA NAO SE ESTORNA - FACA "
                               "UMA TRANSFERENCIA DE VOLTA"
                   WHEN "E"
                       DISPLAY "ESTORNO NAO PODE SER ESTORNADO"
                   WHEN "P"
                   WHEN "Q"
                       DISPLAY "EMPRESTIMO NAO SE ESTORNA - O PLANO "
                               "DE PARCELAS SEGUE ATE A QUITACAO"
                   WHEN OTHER
                       DISPLAY "TIPO DE LANCAMENTO NAO ESTORNAVEL: "
                               WS-ORIG-TIPO
               END-EVALUATE.

      *----------------------------------------------------------------
      *    P059-EFETIVAR-ESTORNO
      *    APLICA O ESTORNO AO SALDO, GRAVA O LANCAMENTO "E" NO
      *    JORNAL APONTANDO PARA A SEQUENCIA ORIGINAL E REGISTRA NA
      *    TRILHA DE AUDITORIA O SUPERVISOR QUE AUTORIZOU. O ESTORNO
      *    DE UM SAQUE DO PROPRIO DIA DEVOLVE O VALOR AO LIMITE
      *    DIARIO. O ESTORNO A DEBITO E FEITO MESMO QUE O SALDO FIQUE
      *    NEGATIVO, POIS CORRIGE UM CREDITO INDEVIDO.
      *----------------------------------------------------------------
           P059-EFETIVAR-ESTORNO.
               IF SW-ESTORNO-DEBITO THEN
                   COMPUTE WS-SALDO = WS-SALDO - WS-ORIG-VALOR
               ELSE
                   COMPUTE WS-SALDO = WS-SALDO + WS-ORIG-VALOR
                       ON SIZE ERROR
                           DISPLAY "SALDO EXCEDE O LIMITE DO SISTEMA, "
                                   "ESTORNO NAO REALIZADO"
                           MOVE SPACE TO WS-NATUREZA-ESTORNO
                   END-COMPUTE
               END-IF
               IF SW-ESTORNO-CREDITO OR SW-ESTORNO-DEBITO THEN
                   IF WS-ORIG-TIPO = "S"
                           AND WS-ORIG-DATA = WS-DATA-MOVIMENTO
                           AND CTA-DATA-ULTIMO-SAQUE = WS-DATA-MOVIMENTO
                           THEN
                       IF CTA-SAQUE-ACUMULADO-DIA > WS-ORIG-VALOR THEN
                           SUBTRACT WS-ORIG-VALOR
                               FROM CTA-SAQUE-ACUMULADO-DIA
                       ELSE
                           MOVE ZERO TO CTA-SAQUE-ACUMULADO-DIA
                       END-IF
                   END-IF
                   MOVE "E" TO MOV-TIPO
                   MOVE WS-ORIG-VALOR TO MOV-VALOR
                   MOVE ZERO TO MOV-CONTA-CONTRAPARTIDA
                   MOVE WS-SEQ-ESTORNO TO MOV-SEQ-ESTORNADA
                   MOVE WS-NATUREZA-ESTORNO TO MOV-NATUREZA-ESTORNO
                   PERFORM P008-GRAVAR-MOVIMENTO
                   MOVE SPACES TO WS-CAMPO-AUDITORIA
                   STRING "ESTORNO SUPERV " WS-SUPERVISOR-ENTRADA
                       DELIMITED BY SIZE INTO WS-CAMPO-AUDITORIA
                   MOVE WS-SEQ-ESTORNO TO WS-VALOR-ANT-AUD
                   MOVE MOV-SEQUENCIA TO WS-VALOR-NOVO-AUD
                   PERFORM P033-GRAVAR-AUDITORIA
                   DISPLAY "LANCAMENTO " WS-SEQ-ESTORNO
                           " ESTORNADO PELA SEQUENCIA " MOV-SEQUENCIA
                   MOVE WS-SALDO TO WS-SALDO-FORMATADO
                   DISPLAY "NOVO SALDO: R$ " WS-SALDO-FORMATADO
                   IF WS-SALDO < ZERO THEN
                       DISPLAY "ATENCAO: CONTA COM SALDO NEGATIVO "
                               "APOS O ESTORNO"
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P060-ENCERRAMENTO
      *    ENCERRA A CONTA AUTENTICADA, COM A AUTORIZACAO DE UM
      *    SUPERVISOR. A CONTA NAO PODE TER CHEQUE EM COMPENSACAO
      *    (BLOQUEIO PENDENTE) NEM SALDO NEGATIVO. O SALDO E PAGO AO
      *    CLIENTE COM UM SAQUE FINAL NO JORNAL, AS ORDENS PENDENTES
      *    DE DEBITO AUTOMATICO E DE TRANSFERENCIA PROGRAMADA SAO
      *    CANCELADAS E A CONTA RECEBE O STATUS "E", PASSANDO A SER
      *    IGNORADA PELOS LOTES NOTURNOS. AO FINAL E IMPRESSO O TERMO
      *    DE ENCERRAMENTO COM O EXTRATO FINAL DA CONTA.
      *----------------------------------------------------------------
           P060-ENCERRAMENTO.
               PERFORM P000-TITULO
               DISPLAY "ENCERRAMENTO DA CONTA " WS-NUMERO-CONTA
                       " - REQUER SUPERVISOR"
               PERFORM P061-CONFERIR-ENCERRAMENTO
               IF SW-ENCERRAMENTO-PERMITIDO THEN
                   PERFORM P054-AUTORIZAR-SUPERVISOR
                   IF SW-SUPERVISOR-AUTORIZADO THEN
                       MOVE WS-SALDO TO WS-SALDO-FORMATADO
                       DISPLAY "SALDO A LIQUIDAR: R$ "
                               WS-SALDO-FORMATADO
                       DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? "
                       ACCEPT WS-CONFIRMA-ENCERRAMENTO
                       IF WS-CONFIRMA-ENCERRAMENTO = "S" THEN
                           PERFORM P063-LIQUIDAR-SALDO
                           PERFORM P065-CANCELAR-ORDENS
                           PERFORM P066-EFETIVAR-ENCERRAMENTO
                       ELSE
                           DISPLAY "ENCERRAMENTO NAO REALIZADO"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P061-CONFERIR-ENCERRAMENTO
      *    CONFERE AS CONDICOES DO ENCERRAMENTO: SEM SALDO BLOQUEADO,
      *    SEM BLOQUEIO PENDENTE NO ARQUIVO BLOQUEIO, SEM SALDO
      *    NEGATIVO (LIMITE ESPECIAL UTILIZADO) E SEM CONTRATO DE
      *    EMPRESTIMO ATIVO NO ARQUIVO EMPRESTI.
      *----------------------------------------------------------------
           P061-CONFERIR-ENCERRAMENTO.
               MOVE "S" TO WS-ENCERRAMENTO-PERMITIDO
               MOVE ZERO TO WS-QTD-BLQ-PENDENTES
               MOVE "N" TO WS-FIM-BLOQUEIO
               MOVE WS-NUMERO-CONTA TO BLQ-NUMERO-CONTA
               MOVE ZERO TO BLQ-SEQUENCIA
               START BLOQUEIO-ARQ KEY IS NOT LESS THAN BLQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-BLOQUEIO
               END-START
               PERFORM UNTIL SW-FIM-BLOQUEIO
                   READ BLOQUEIO-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-BLOQUEIO
                       NOT AT END
                           PERFORM P062-CONFERIR-BLOQUEIO
                   END-READ
               END-PERFORM
               IF WS-QTD-BLQ-PENDENTES > ZERO
                       OR CTA-SALDO-BLOQUEADO > ZERO THEN
                   MOVE "N" TO WS-ENCERRAMENTO-PERMITIDO
                   DISPLAY "CONTA COM CHEQUE EM COMPENSACAO "
                           "(BLOQUEIOS PENDENTES: "
                           WS-QTD-BLQ-PENDENTES ")"
               END-IF
               IF WS-SALDO < ZERO THEN
                   MOVE "N" TO WS-ENCERRAMENTO-PERMITIDO
                   MOVE WS-SALDO TO WS-SALDO-FORMATADO
                   DISPLAY "CONTA COM SALDO NEGATIVO: R$ "
                           WS-SALDO-FORMATADO
               END-IF
               MOVE ZERO TO WS-EMP-QTD-ATIVOS
               MOVE "N" TO WS-FIM-EMPRESTI
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE ZERO TO EMP-NUMERO-CONTRATO
               START EMPRESTI-ARQ KEY IS NOT LESS THAN EMP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-EMPRESTI
               END-START
               PERFORM UNTIL SW-FIM-EMPRESTI
                   READ EMPRESTI-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-EMPRESTI
                       NOT AT END
                           PERFORM P090-CONFERIR-CONTRATO-ENC
                   END-READ
               END-PERFORM
               IF WS-EMP-QTD-ATIVOS > ZERO THEN
                   MOVE "N" TO WS-ENCERRAMENTO-PERMITIDO
                   DISPLAY "CONTA COM EMPRESTIMO ATIVO (CONTRATOS: "
                           WS-EMP-QTD-ATIVOS ") - FACA A QUITACAO "
                           "ANTECIPADA"
               END-IF
               IF NOT SW-ENCERRAMENTO-PERMITIDO THEN
                   DISPLAY "ENCERRAMENTO RECUSADO - REGULARIZE A "
                           "CONTA ANTES DE ENCERRAR"
               END-IF.

      *----------------------------------------------------------------
      *    P062-CONFERIR-BLOQUEIO
      *    CONTA UM BLOQUEIO PENDENTE DA CONTA ATUAL, ENCERRANDO A
      *    LEITURA AO ENCONTRAR BLOQUEIO DE OUTRA CONTA.
      *----------------------------------------------------------------
           P062-CONFERIR-BLOQUEIO.
               IF BLQ-NUMERO-CONTA NOT = WS-NUMERO-CONTA THEN
                   MOVE "S" TO WS-FIM-BLOQUEIO
               ELSE
                   IF BLQ-BLOQUEIO-PENDENTE THEN
                       ADD 1 TO WS-QTD-BLQ-PENDENTES
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P063-LIQUIDAR-SALDO
      *    PAGA AO CLIENTE O SALDO REMANESCENTE COM LANCAMENTOS "S"
      *    NO JORNAL, QUE ENTRAM NO FECHAMENTO DE CAIXA DO OPERADOR
      *    COMO QUALQUER SAQUE. O LIMITE DIARIO DE SAQUE NAO SE
      *    APLICA. SALDO ACIMA DO MAIOR VALOR DE UM LANCAMENTO E PAGO
      *    EM MAIS DE UM LANCAMENTO.
      *----------------------------------------------------------------
           P063-LIQUIDAR-SALDO.
               MOVE ZERO TO WS-VALOR-LIQUIDADO
               PERFORM P064-LANCAR-LIQUIDACAO
                   UNTIL WS-SALDO NOT > ZERO.

      *----------------------------------------------------------------
      *    P064-LANCAR-LIQUIDACAO
      *    GRAVA UM LANCAMENTO "S" DE LIQUIDACAO, LIMITADO AO MAIOR
      *    VALOR QUE CABE EM MOV-VALOR.
      *----------------------------------------------------------------
           P064-LANCAR-LIQUIDACAO.
               IF WS-SALDO > WS-MAX-PARCELA-LIQUIDACAO THEN
                   MOVE WS-MAX-PARCELA-LIQUIDACAO
                        TO WS-PARCELA-LIQUIDACAO
               ELSE
                   MOVE WS-SALDO TO WS-PARCELA-LIQUIDACAO
               END-IF
               COMPUTE WS-SALDO = WS-SALDO - WS-PARCELA-LIQUIDACAO
               ADD WS-PARCELA-LIQUIDACAO TO WS-VALOR-LIQUIDADO
               MOVE "S" TO MOV-TIPO
               MOVE WS-PARCELA-LIQUIDACAO TO MOV-VALOR
               MOVE ZERO TO MOV-CONTA-CONTRAPARTIDA
               PERFORM P008-GRAVAR-MOVIMENTO.

      *----------------------------------------------------------------
      *    P065-CANCELAR-ORDENS
      *    CANCELA ("X") TODAS AS ORDENS PENDENTES DA CONTA NOS
      *    ARQUIVOS DEBAUTO E TRANSPRG, NO MESMO PADRAO DO
      *    CANCELAMENTO AVULSO (P029 E P044).
      *----------------------------------------------------------------
           P065-CANCELAR-ORDENS.
               MOVE ZERO TO WS-QTD-DEB-CANCELADAS
               MOVE ZERO TO WS-QTD-TRP-CANCELADAS
               MOVE "N" TO WS-FIM-DEBAUTO
               MOVE WS-NUMERO-CONTA TO DBA-NUMERO-CONTA
               MOVE ZERO TO DBA-SEQUENCIA
               START DEBAUTO-ARQ KEY IS NOT LESS THAN DBA-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-DEBAUTO
               END-START
               PERFORM UNTIL SW-FIM-DEBAUTO
                   READ DEBAUTO-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-DEBAUTO
                       NOT AT END
                           PERFORM P067-CANCELAR-DEBITO-ENC
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-FIM-TRANSPRG
               MOVE WS-NUMERO-CONTA TO TRP-NUMERO-CONTA
               MOVE ZERO TO TRP-SEQUENCIA
               START TRANSPRG-ARQ KEY IS NOT LESS THAN TRP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TRANSPRG
               END-START
               PERFORM UNTIL SW-FIM-TRANSPRG
                   READ TRANSPRG-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-TRANSPRG
                       NOT AT END
                           PERFORM P068-CANCELAR-TRANSF-ENC
                   END-READ
               END-PERFORM.

      *----------------------------------------------------------------
      *    P066-EFETIVAR-ENCERRAMENTO
      *    GRAVA O STATUS "E" NA CONTA E, COM A REGRAVACAO
      *    CONFIRMADA, REGISTRA NA TRILHA DE AUDITORIA A MUDANCA DE
      *    STATUS E O SUPERVISOR QUE AUTORIZOU, COM O VALOR
      *    LIQUIDADO. IMPRIME O TERMO DE ENCERRAMENTO E DESFAZ A
      *    AUTENTICACAO DA CONTA.
      *----------------------------------------------------------------
           P066-EFETIVAR-ENCERRAMENTO.
               MOVE "STATUS-CONTA" TO WS-CAMPO-AUDITORIA
               MOVE CTA-STATUS-CONTA TO WS-VALOR-ANT-AUD
               MOVE "E" TO CTA-STATUS-CONTA
               MOVE CTA-STATUS-CONTA TO WS-VALOR-NOVO-AUD
               PERFORM P007-GRAVAR-CONTA
               IF NOT ST-CONTAS-OK THEN
                   DISPLAY "ENCERRAMENTO NAO CONCLUIDO - ACIONE A "
                           "SUPERVISAO"
               ELSE
                   PERFORM P033-GRAVAR-AUDITORIA
                   MOVE SPACES TO WS-CAMPO-AUDITORIA
                   STRING "ENCERRAM SUPERV " WS-SUPERVISOR-ENTRADA
                       DELIMITED BY SIZE INTO WS-CAMPO-AUDITORIA
                   MOVE WS-VALOR-LIQUIDADO TO WS-SALDO-FORMATADO
                   MOVE WS-SALDO-FORMATADO TO WS-VALOR-ANT-AUD
                   MOVE "ENCERRADA" TO WS-VALOR-NOVO-AUD
                   PERFORM P033-GRAVAR-AUDITORIA
                   PERFORM P011-EXTRATO
                   PERFORM P069-TERMO-ENCERRAMENTO
                   MOVE "N" TO WS-AUTENTICADO
                   MOVE ZERO TO WS-ULTIMA-CONTA-AUTENTICADA
               END-IF.

      *----------------------------------------------------------------
      *    P067-CANCELAR-DEBITO-ENC
      *    CANCELA UMA ORDEM PENDENTE DE DEBITO AUTOMATICO DA CONTA
      *    ENCERRADA, ENCERRANDO A LEITURA AO ENCONTRAR OUTRA CONTA.
      *----------------------------------------------------------------
           P067-CANCELAR-DEBITO-ENC.
               IF DBA-NUMERO-CONTA NOT = WS-NUMERO-CONTA THEN
                   MOVE "S" TO WS-FIM-DEBAUTO
               ELSE
                   IF DBA-ORDEM-PENDENTE THEN
                       MOVE "X" TO DBA-STATUS
                       REWRITE DBA-REGISTRO
                       IF ST-DEBAUTO-OK THEN
                           ADD 1 TO WS-QTD-DEB-CANCELADAS
                       ELSE
                           DISPLAY "ERRO AO CANCELAR ORDEM "
                                   DBA-SEQUENCIA ", STATUS "
                                   WS-STATUS-DEBAUTO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P068-CANCELAR-TRANSF-ENC
      *    CANCELA UMA ORDEM PENDENTE DE TRANSFERENCIA PROGRAMADA DA
      *    CONTA ENCERRADA, ENCERRANDO A LEITURA AO ENCONTRAR OUTRA
      *    CONTA.
      *----------------------------------------------------------------
           P068-CANCELAR-TRANSF-ENC.
               IF TRP-NUMERO-CONTA NOT = WS-NUMERO-CONTA THEN
                   MOVE "S" TO WS-FIM-TRANSPRG
               ELSE
                   IF TRP-ORDEM-PENDENTE THEN
                       MOVE "X" TO TRP-STATUS
                       REWRITE TRP-REGISTRO
                       IF ST-TRANSPRG-OK THEN
                           ADD 1 TO WS-QTD-TRP-CANCELADAS
                       ELSE
                           DISPLAY "ERRO AO CANCELAR ORDEM "
                                   TRP-SEQUENCIA ", STATUS "
                                   WS-STATUS-TRANSPRG
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P069-TERMO-ENCERRAMENTO
      *    IMPRIME O TERMO DE ENCERRAMENTO APOS O EXTRATO FINAL.
      *----------------------------------------------------------------
           P069-TERMO-ENCERRAMENTO.
               DISPLAY "-------------------------------".
               DISPLAY "TERMO DE ENCERRAMENTO DE CONTA"
               DISPLAY "CONTA............: " WS-NUMERO-CONTA
               DISPLAY "CLIENTE..........: " CTA-NOME-CLIENTE
               DISPLAY "DATA.............: " WS-DATA-MOVIMENTO
               MOVE WS-VALOR-LIQUIDADO TO WS-SALDO-FORMATADO
               DISPLAY "SALDO LIQUIDADO..: R$ " WS-SALDO-FORMATADO
               DISPLAY "DEB AUTOMATICOS CANCELADOS...: "
                       WS-QTD-DEB-CANCELADAS
               DISPLAY "TRANSF PROGRAMADAS CANCELADAS: "
                       WS-QTD-TRP-CANCELADAS
               DISPLAY "OPERADOR.........: " WS-OPERADOR-ATUAL
               DISPLAY "SUPERVISOR.......: " WS-SUPERVISOR-ENTRADA
               DISPLAY "CONTA ENCERRADA COM SUCESSO"
               DISPLAY "-------------------------------".

      *----------------------------------------------------------------
      *    P070-EMPRESTIMO
      *    SUBMENU DO EMPRESTIMO PESSOAL DA CONTA AUTENTICADA:
      *    CONTRATACAO, CONSULTA DOS CONTRATOS E QUITACAO ANTECIPADA.
      *    AS PARCELAS SAO COBRADAS NO LOTE NOTURNO (EMPCOB01) NA
      *    DATA DE VENCIMENTO. SEM PRAZO MAXIMO NO PARAMETRO VIGENTE
      *    O PRODUTO NAO E OFERECIDO.
      *----------------------------------------------------------------
           P070-EMPRESTIMO.
               PERFORM P000-TITULO
               DISPLAY "EMPRESTIMO PESSOAL DA CONTA " WS-NUMERO-CONTA
               IF WS-EMP-PRAZO-MAXIMO = ZERO THEN
                   DISPLAY "EMPRESTIMO PESSOAL INDISPONIVEL - SEM "
                           "PRAZO MAXIMO NO PARAMETRO VIGENTE"
               ELSE
                   DISPLAY "1 - CONTRATAR EMPRESTIMO"
                   DISPLAY "2 - CONSULTAR CONTRATOS"
                   DISPLAY "3 - QUITACAO ANTECIPADA"
                   ACCEPT WS-OPCAO-EMP
                   EVALUATE WS-OPCAO-EMP
                       WHEN "1"
                           PERFORM P071-CONTRATAR-EMPRESTIMO
                       WHEN "2"
                           PERFORM P081-CONSULTAR-EMPRESTIMOS
                       WHEN "3"
                           PERFORM P085-QUITACAO-ANTECIPADA
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
                   END-EVALUATE
               END-IF.

      *----------------------------------------------------------------
      *    P071-CONTRATAR-EMPRESTIMO
      *    CRITICA OS DADOS DO EMPRESTIMO, CALCULA A PARCELA E MOSTRA
      *    A SIMULACAO. A CONTRATACAO EXIGE A AUTORIZACAO DE UM
      *    SUPERVISOR E A CONFIRMACAO DO CLIENTE.
      *----------------------------------------------------------------
           P071-CONTRATAR-EMPRESTIMO.
               MOVE "S" TO WS-EMP-DADOS-OK
               PERFORM P072-CRITICAR-EMPRESTIMO
               IF SW-EMP-DADOS-OK THEN
                   PERFORM P073-CALCULAR-PARCELA
               END-IF
               IF SW-EMP-DADOS-OK THEN
                   MOVE WS-EMP-VALOR TO WS-EMP-VALOR-FORMATADO
                   MOVE WS-EMP-PARCELA TO WS-EMP-PARCELA-FORMATADA
                   COMPUTE WS-EMP-TAXA-PERC = WS-EMP-TAXA * 100
                   DISPLAY "-------------------------------"
                   DISPLAY "SIMULACAO DO EMPRESTIMO"
                   DISPLAY "VALOR LIBERADO...: R$ "
                           WS-EMP-VALOR-FORMATADO
                   DISPLAY "TAXA MENSAL......: " WS-EMP-TAXA-PERC " %"
                   DISPLAY "PARCELAS.........: " WS-EMP-PRAZO
                           " DE R$ " WS-EMP-PARCELA-FORMATADA
                   DISPLAY "1O VENCIMENTO....: " WS-EMP-PRIMEIRO-VENCTO
                   DISPLAY "-------------------------------"
                   DISPLAY "CONTRATACAO DE EMPRESTIMO - REQUER "
                           "SUPERVISOR"
                   PERFORM P054-AUTORIZAR-SUPERVISOR
                   IF SW-SUPERVISOR-AUTORIZADO THEN
                       DISPLAY "CONFIRMA A CONTRATACAO (S/N)? "
                       ACCEPT WS-CONFIRMA-EMPRESTIMO
                       IF WS-CONFIRMA-EMPRESTIMO = "S" THEN
                           PERFORM P074-EFETIVAR-EMPRESTIMO
                       ELSE
                           DISPLAY "EMPRESTIMO NAO CONTRATADO"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P072-CRITICAR-EMPRESTIMO
      *    SOLICITA E CRITICA O VALOR, A TAXA MENSAL (QUATRO DIGITOS,
      *    0250 = 2,50% AO MES), O PRAZO (ATE O MAXIMO DO PARAMETRO)
      *    E O PRIMEIRO VENCIMENTO, QUE DEVE SER POSTERIOR A
      *    DATA-MOVIMENTO E CAIR ATE O DIA 28, PARA QUE TODOS OS
      *    VENCIMENTOS MENSAIS SEJAM DATAS VALIDAS. O PRIMEIRO ERRO
      *    ENCONTRADO DESLIGA WS-EMP-DADOS-OK.
      *----------------------------------------------------------------
           P072-CRITICAR-EMPRESTIMO.
               DISPLAY "VALOR DO EMPRESTIMO: "
               ACCEPT WS-EMP-VALOR-ENTRADA
               INSPECT WS-EMP-VALOR-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-EMP-VALOR-ENTRADA NOT NUMERIC THEN
                   DISPLAY "VALOR INVALIDO, DIGITE NOVAMENTE"
                   MOVE "N" TO WS-EMP-DADOS-OK
               ELSE
                   MOVE WS-EMP-VALOR-ENTRADA TO WS-EMP-VALOR
                   IF WS-EMP-VALOR = ZERO THEN
                       DISPLAY "VALOR DE EMPRESTIMO INVALIDO"
                       MOVE "N" TO WS-EMP-DADOS-OK
                   END-IF
               END-IF
               IF SW-EMP-DADOS-OK THEN
                   DISPLAY "TAXA MENSAL (0250 = 2,50%): "
                   ACCEPT WS-EMP-TAXA-ENTRADA
                   INSPECT WS-EMP-TAXA-ENTRADA
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-EMP-TAXA-ENTRADA NOT NUMERIC THEN
                       DISPLAY "TAXA INVALIDA, DIGITE NOVAMENTE"
                       MOVE "N" TO WS-EMP-DADOS-OK
                   ELSE
                       MOVE WS-EMP-TAXA-ENTRADA TO WS-EMP-TAXA-NUM
                       COMPUTE WS-EMP-TAXA = WS-EMP-TAXA-NUM / 10000
                   END-IF
               END-IF
               IF SW-EMP-DADOS-OK THEN
                   DISPLAY "QUANTIDADE DE PARCELAS (ATE "
                           WS-EMP-PRAZO-MAXIMO "): "
                   ACCEPT WS-EMP-PRAZO-ENTRADA
                   INSPECT WS-EMP-PRAZO-ENTRADA
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-EMP-PRAZO-ENTRADA NOT NUMERIC THEN
                       DISPLAY "PRAZO INVALIDO, DIGITE NOVAMENTE"
                       MOVE "N" TO WS-EMP-DADOS-OK
                   ELSE
                       MOVE WS-EMP-PRAZO-ENTRADA TO WS-EMP-PRAZO
                       IF WS-EMP-PRAZO = ZERO
                               OR WS-EMP-PRAZO > WS-EMP-PRAZO-MAXIMO
                               THEN
                           DISPLAY "PRAZO FORA DO LIMITE DE 1 A "
                                   WS-EMP-PRAZO-MAXIMO " PARCELAS"
                           MOVE "N" TO WS-EMP-DADOS-OK
                       END-IF
                   END-IF
               END-IF
               IF SW-EMP-DADOS-OK THEN
                   DISPLAY "DATA DO PRIMEIRO VENCIMENTO (AAAAMMDD): "
                   ACCEPT WS-EMP-PRIMEIRO-VENCTO
                   DIVIDE WS-EMP-PRIMEIRO-VENCTO BY 100
                       GIVING WS-EMP-ANO-MES REMAINDER WS-EMP-DIA
                   IF FUNCTION INTEGER-OF-DATE
                           (WS-EMP-PRIMEIRO-VENCTO) = ZERO THEN
                       DISPLAY "DATA INVALIDA, DIGITE NOVAMENTE"
                       MOVE "N" TO WS-EMP-DADOS-OK
                   ELSE
                       IF WS-EMP-PRIMEIRO-VENCTO
                               NOT > WS-DATA-MOVIMENTO THEN
                           DISPLAY "PRIMEIRO VENCIMENTO DEVE SER "
                                   "POSTERIOR A " WS-DATA-MOVIMENTO
                           MOVE "N" TO WS-EMP-DADOS-OK
                       END-IF
                       IF WS-EMP-DIA > 28 THEN
                           DISPLAY "DIA DE VENCIMENTO DEVE SER ATE 28"
                           MOVE "N" TO WS-EMP-DADOS-OK
                       END-IF
                   END-IF
               END-IF
               IF SW-EMP-DADOS-OK THEN
                   COMPUTE WS-EMP-SALDO-NOVO = WS-SALDO + WS-EMP-VALOR
                       ON SIZE ERROR
                           DISPLAY "SALDO EXCEDE O LIMITE DO SISTEMA, "
                                   "EMPRESTIMO NAO CONTRATADO"
                           MOVE "N" TO WS-EMP-DADOS-OK
                   END-COMPUTE
               END-IF.

      *----------------------------------------------------------------
      *    P073-CALCULAR-PARCELA
      *    CALCULA A PARCELA FIXA PELA TABELA PRICE:
      *    PARCELA = VALOR * I * (1 + I) ** N / ((1 + I) ** N - 1).
      *    COM TAXA ZERO A PARCELA E O VALOR DIVIDIDO PELO PRAZO.
      *    ESTOURO NO CALCULO OU PARCELA ZERADA RECUSA A SIMULACAO.
      *----------------------------------------------------------------
           P073-CALCULAR-PARCELA.
               IF WS-EMP-TAXA = ZERO THEN
                   COMPUTE WS-EMP-PARCELA ROUNDED =
                           WS-EMP-VALOR / WS-EMP-PRAZO
               ELSE
                   COMPUTE WS-EMP-FATOR ROUNDED =
                           (1 + WS-EMP-TAXA) ** WS-EMP-PRAZO
                       ON SIZE ERROR
                           MOVE "N" TO WS-EMP-DADOS-OK
                   END-COMPUTE
                   IF SW-EMP-DADOS-OK THEN
                       COMPUTE WS-EMP-PARCELA ROUNDED =
                               WS-EMP-VALOR * WS-EMP-TAXA
                               * WS-EMP-FATOR / (WS-EMP-FATOR - 1)
                           ON SIZE ERROR
                               MOVE "N" TO WS-EMP-DADOS-OK
                       END-COMPUTE
                   END-IF
               END-IF
               IF SW-EMP-DADOS-OK AND WS-EMP-PARCELA = ZERO THEN
                   MOVE "N" TO WS-EMP-DADOS-OK
               END-IF
               IF NOT SW-EMP-DADOS-OK THEN
                   DISPLAY "VALOR, TAXA E PRAZO NAO RESULTAM EM UMA "
                           "PARCELA VALIDA, EMPRESTIMO NAO CONTRATADO"
               END-IF.

      *----------------------------------------------------------------
      *    P074-EFETIVAR-EMPRESTIMO
      *    GRAVA O CONTRATO COM O PROXIMO NUMERO LIVRE DA CONTA E O
      *    PLANO DE PARCELAS. SO COM O PLANO COMPLETO O VALOR E
      *    CREDITADO NA CONTA (LANCAMENTO "P" NO JORNAL); FALHA NA
      *    GRAVACAO DO PLANO DESFAZ O CONTRATO. A SEQUENCIA DO
      *    CREDITO FICA NO CONTRATO E O SUPERVISOR QUE AUTORIZOU, NA
      *    TRILHA DE AUDITORIA.
      *----------------------------------------------------------------
           P074-EFETIVAR-EMPRESTIMO.
               PERFORM P075-PROXIMO-CONTRATO
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-NOVO TO EMP-NUMERO-CONTRATO
               MOVE WS-DATA-MOVIMENTO TO EMP-DATA-CONTRATACAO
               MOVE WS-EMP-VALOR TO EMP-VALOR-PRINCIPAL
               MOVE WS-EMP-TAXA TO EMP-TAXA-MENSAL
               MOVE WS-EMP-PRAZO TO EMP-QTD-PARCELAS
               MOVE WS-EMP-PRIMEIRO-VENCTO TO EMP-DATA-PRIMEIRO-VENCTO
               MOVE WS-EMP-PARCELA TO EMP-VALOR-PARCELA
               MOVE WS-EMP-TAXA-MORA TO EMP-TAXA-MORA-DIARIA
               MOVE WS-EMP-VALOR TO EMP-SALDO-DEVEDOR
               MOVE ZERO TO EMP-QTD-PAGAS
               MOVE "A" TO EMP-STATUS
               MOVE ZERO TO EMP-DATA-ENCERRAMENTO
               MOVE WS-OPERADOR-ATUAL TO EMP-OPERADOR
               MOVE WS-SUPERVISOR-ENTRADA TO EMP-SUPERVISOR
               MOVE ZERO TO EMP-SEQ-LIBERACAO
               WRITE EMP-REGISTRO
               IF NOT ST-EMPRESTI-OK THEN
                   DISPLAY "ERRO AO GRAVAR CONTRATO, STATUS "
                           WS-STATUS-EMPRESTI
               ELSE
                   PERFORM P076-GRAVAR-PLANO
                   IF NOT SW-EMP-PLANO-GRAVADO THEN
                       PERFORM P079-DESFAZER-PLANO
                       DISPLAY "EMPRESTIMO NAO CONTRATADO - FALHA NA "
                               "GRAVACAO DO PLANO DE PARCELAS"
                   ELSE
                       COMPUTE WS-SALDO = WS-SALDO + WS-EMP-VALOR
                       MOVE "P" TO MOV-TIPO
                       MOVE WS-EMP-VALOR TO MOV-VALOR
                       MOVE ZERO TO MOV-CONTA-CONTRAPARTIDA
                       PERFORM P008-GRAVAR-MOVIMENTO
                       MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
                       MOVE WS-EMP-CONTRATO-NOVO TO EMP-NUMERO-CONTRATO
                       READ EMPRESTI-ARQ
                       IF ST-EMPRESTI-OK THEN
                           MOVE CTA-ULTIMO-SEQ-MOVTO
                               TO EMP-SEQ-LIBERACAO
                           REWRITE EMP-REGISTRO
                       END-IF
                       IF NOT ST-EMPRESTI-OK THEN
                           DISPLAY "AVISO: FALHA AO ATUALIZAR O "
                                   "CONTRATO (STATUS "
                                   WS-STATUS-EMPRESTI ")"
                       END-IF
                       MOVE SPACES TO WS-CAMPO-AUDITORIA
                       STRING "EMPREST SUPERV " WS-SUPERVISOR-ENTRADA
                           DELIMITED BY SIZE INTO WS-CAMPO-AUDITORIA
                       MOVE SPACES TO WS-VALOR-ANT-AUD
                       STRING "CONTRATO " WS-EMP-CONTRATO-NOVO
                           DELIMITED BY SIZE INTO WS-VALOR-ANT-AUD
                       MOVE WS-EMP-VALOR TO WS-EMP-VALOR-FORMATADO
                       MOVE WS-EMP-VALOR-FORMATADO TO WS-VALOR-NOVO-AUD
                       PERFORM P033-GRAVAR-AUDITORIA
                       DISPLAY "CONTRATO " WS-EMP-CONTRATO-NOVO
                               " - EMPRESTIMO DE R$ "
                               WS-EMP-VALOR-FORMATADO
                               " CREDITADO NA CONTA"
                       MOVE WS-SALDO TO WS-SALDO-FORMATADO
                       DISPLAY "NOVO SALDO: R$ " WS-SALDO-FORMATADO
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P075-PROXIMO-CONTRATO
      *    PERCORRE OS CONTRATOS DA CONTA ATUAL E DEIXA EM
      *    WS-EMP-CONTRATO-NOVO O PROXIMO NUMERO LIVRE.
      *----------------------------------------------------------------
           P075-PROXIMO-CONTRATO.
               MOVE ZERO TO WS-EMP-CONTRATO-NOVO
               MOVE "N" TO WS-FIM-EMPRESTI
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE ZERO TO EMP-NUMERO-CONTRATO
               START EMPRESTI-ARQ KEY IS NOT LESS THAN EMP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-EMPRESTI
               END-START
               PERFORM UNTIL SW-FIM-EMPRESTI
                   READ EMPRESTI-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-EMPRESTI
                       NOT AT END
                           IF EMP-NUMERO-CONTA = WS-NUMERO-CONTA THEN
                               MOVE EMP-NUMERO-CONTRATO
                                   TO WS-EMP-CONTRATO-NOVO
                           ELSE
                               MOVE "S" TO WS-FIM-EMPRESTI
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-EMP-CONTRATO-NOVO.

      *----------------------------------------------------------------
      *    P076-GRAVAR-PLANO
      *    GERA E GRAVA AS PARCELAS DO CONTRATO, TODAS PENDENTES, COM
      *    VENCIMENTOS MENSAIS A PARTIR DO PRIMEIRO VENCIMENTO.
      *----------------------------------------------------------------
           P076-GRAVAR-PLANO.
               MOVE "S" TO WS-EMP-PLANO-GRAVADO
               MOVE WS-EMP-VALOR TO WS-EMP-SALDO-PLANO
               MOVE WS-EMP-PRIMEIRO-VENCTO TO WS-EMP-VENCTO
               PERFORM P077-GERAR-PARCELA
                   VARYING WS-EMP-NUM-PARCELA FROM 1 BY 1
                   UNTIL WS-EMP-NUM-PARCELA > WS-EMP-PRAZO
                      OR NOT SW-EMP-PLANO-GRAVADO.

      *----------------------------------------------------------------
      *    P077-GERAR-PARCELA
      *    CALCULA OS JUROS DO MES SOBRE O SALDO DEVEDOR E A
      *    AMORTIZACAO (PARCELA MENOS JUROS) E GRAVA A PARCELA. A
      *    ULTIMA PARCELA AMORTIZA TODO O SALDO RESTANTE, ABSORVENDO
      *    AS DIFERENCAS DE ARREDONDAMENTO.
      *----------------------------------------------------------------
           P077-GERAR-PARCELA.
               COMPUTE WS-EMP-JUROS ROUNDED =
                       WS-EMP-SALDO-PLANO * WS-EMP-TAXA
               IF WS-EMP-NUM-PARCELA = WS-EMP-PRAZO THEN
                   MOVE WS-EMP-SALDO-PLANO TO WS-EMP-AMORTIZACAO
               ELSE
                   COMPUTE WS-EMP-AMORTIZACAO =
                           WS-EMP-PARCELA - WS-EMP-JUROS
                   IF WS-EMP-AMORTIZACAO > WS-EMP-SALDO-PLANO THEN
                       MOVE WS-EMP-SALDO-PLANO TO WS-EMP-AMORTIZACAO
                   END-IF
               END-IF
               SUBTRACT WS-EMP-AMORTIZACAO FROM WS-EMP-SALDO-PLANO
               IF WS-EMP-NUM-PARCELA > 1 THEN
                   PERFORM P078-AVANCAR-VENCIMENTO
               END-IF
               MOVE WS-NUMERO-CONTA TO PAR-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-NOVO TO PAR-NUMERO-CONTRATO
               MOVE WS-EMP-NUM-PARCELA TO PAR-NUMERO-PARCELA
               MOVE WS-EMP-VENCTO TO PAR-DATA-VENCIMENTO
               COMPUTE PAR-VALOR-PARCELA =
                       WS-EMP-AMORTIZACAO + WS-EMP-JUROS
               MOVE WS-EMP-AMORTIZACAO TO PAR-VALOR-AMORTIZACAO
               MOVE WS-EMP-JUROS TO PAR-VALOR-JUROS
               MOVE WS-EMP-SALDO-PLANO TO PAR-SALDO-APOS
               MOVE "P" TO PAR-STATUS
               MOVE ZERO TO PAR-DIAS-ATRASO
               MOVE ZERO TO PAR-VALOR-MORA
               MOVE ZERO TO PAR-DATA-PAGAMENTO
               MOVE ZERO TO PAR-VALOR-PAGO
               MOVE ZERO TO PAR-SEQ-MOVTO
               WRITE PAR-REGISTRO
               IF NOT ST-PARCELAS-OK THEN
                   MOVE "N" TO WS-EMP-PLANO-GRAVADO
                   DISPLAY "ERRO AO GRAVAR PARCELA "
                           PAR-NUMERO-PARCELA ", STATUS "
                           WS-STATUS-PARCELAS
               END-IF.

      *----------------------------------------------------------------
      *    P078-AVANCAR-VENCIMENTO
      *    AVANCA WS-EMP-VENCTO EM UM MES, MANTENDO O DIA (SEMPRE ATE
      *    28, CRITICADO NA CONTRATACAO).
      *----------------------------------------------------------------
           P078-AVANCAR-VENCIMENTO.
               DIVIDE WS-EMP-VENCTO BY 100
                   GIVING WS-EMP-ANO-MES REMAINDER WS-EMP-DIA
               DIVIDE WS-EMP-ANO-MES BY 100
                   GIVING WS-EMP-ANO REMAINDER WS-EMP-MES
               IF WS-EMP-MES = 12 THEN
                   MOVE 1 TO WS-EMP-MES
                   ADD 1 TO WS-EMP-ANO
               ELSE
                   ADD 1 TO WS-EMP-MES
               END-IF
               COMPUTE WS-EMP-VENCTO = WS-EMP-ANO * 10000
                       + WS-EMP-MES * 100 + WS-EMP-DIA.

      *----------------------------------------------------------------
      *    P079-DESFAZER-PLANO
      *    EXCLUI AS PARCELAS JA GRAVADAS E O CONTRATO QUANDO O PLANO
      *    NAO PODE SER GRAVADO POR INTEIRO, PARA NAO DEIXAR PARCELA
      *    SEM CREDITO CORRESPONDENTE NA CONTA.
      *----------------------------------------------------------------
           P079-DESFAZER-PLANO.
               PERFORM P080-EXCLUIR-PARCELA
                   VARYING WS-EMP-NUM-PARCELA FROM 1 BY 1
                   UNTIL WS-EMP-NUM-PARCELA > WS-EMP-PRAZO
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-NOVO TO EMP-NUMERO-CONTRATO
               DELETE EMPRESTI-ARQ RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.

           P080-EXCLUIR-PARCELA.
               MOVE WS-NUMERO-CONTA TO PAR-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-NOVO TO PAR-NUMERO-CONTRATO
               MOVE WS-EMP-NUM-PARCELA TO PAR-NUMERO-PARCELA
               DELETE PARCELAS-ARQ RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.

      *----------------------------------------------------------------
      *    P081-CONSULTAR-EMPRESTIMOS
      *    LISTA OS CONTRATOS DA CONTA ATUAL E, A PEDIDO, AS PARCELAS
      *    DE UM DELES COM VENCIMENTO, VALOR, STATUS, DIAS DE ATRASO
      *    E MORA APURADOS NO LOTE NOTURNO.
      *----------------------------------------------------------------
           P081-CONSULTAR-EMPRESTIMOS.
               DISPLAY "CTR CONTRATADO PRINCIPAL     PARC  PAGAS "
                       "SALDO DEVEDOR  ST"
               MOVE "N" TO WS-FIM-EMPRESTI
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE ZERO TO EMP-NUMERO-CONTRATO
               START EMPRESTI-ARQ KEY IS NOT LESS THAN EMP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-EMPRESTI
               END-START
               PERFORM UNTIL SW-FIM-EMPRESTI
                   READ EMPRESTI-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-EMPRESTI
                       NOT AT END
                           PERFORM P082-IMPRIMIR-CONTRATO
                   END-READ
               END-PERFORM
               DISPLAY "CONTRATO PARA VER AS PARCELAS (0 = NENHUM): "
               ACCEPT WS-EMP-CONTRATO-ESCOLHIDO
               IF WS-EMP-CONTRATO-ESCOLHIDO NOT = ZERO THEN
                   PERFORM P083-LISTAR-PARCELAS
               END-IF.

      *----------------------------------------------------------------
      *    P082-IMPRIMIR-CONTRATO
      *    IMPRIME UM CONTRATO DA LISTAGEM, ENCERRANDO A LEITURA AO
      *    ENCONTRAR CONTRATO DE OUTRA CONTA.
      *----------------------------------------------------------------
           P082-IMPRIMIR-CONTRATO.
               IF EMP-NUMERO-CONTA NOT = WS-NUMERO-CONTA THEN
                   MOVE "S" TO WS-FIM-EMPRESTI
               ELSE
                   MOVE EMP-VALOR-PRINCIPAL TO WS-EMP-VALOR-FORMATADO
                   MOVE EMP-SALDO-DEVEDOR TO WS-EMP-PARCELA-FORMATADA
                   DISPLAY EMP-NUMERO-CONTRATO " "
                           EMP-DATA-CONTRATACAO " "
                           WS-EMP-VALOR-FORMATADO " "
                           EMP-QTD-PARCELAS "   " EMP-QTD-PAGAS "  "
                           WS-EMP-PARCELA-FORMATADA "   " EMP-STATUS
               END-IF.

      *----------------------------------------------------------------
      *    P083-LISTAR-PARCELAS
      *    LISTA AS PARCELAS DO CONTRATO ESCOLHIDO DA CONTA ATUAL.
      *----------------------------------------------------------------
           P083-LISTAR-PARCELAS.
               DISPLAY "PARC VENCTO   VALOR         ST DIAS "
                       "MORA          PAGO EM"
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-NUMERO-CONTA TO PAR-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-ESCOLHIDO TO PAR-NUMERO-CONTRATO
               MOVE ZERO TO PAR-NUMERO-PARCELA
               START PARCELAS-ARQ KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL SW-FIM-PARCELAS
                   READ PARCELAS-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           PERFORM P084-IMPRIMIR-PARCELA
                   END-READ
               END-PERFORM.

      *----------------------------------------------------------------
      *    P084-IMPRIMIR-PARCELA
      *    IMPRIME UMA PARCELA, ENCERRANDO A LEITURA AO ENCONTRAR
      *    PARCELA DE OUTRO CONTRATO.
      *----------------------------------------------------------------
           P084-IMPRIMIR-PARCELA.
               IF PAR-NUMERO-CONTA NOT = WS-NUMERO-CONTA
                       OR PAR-NUMERO-CONTRATO
                           NOT = WS-EMP-CONTRATO-ESCOLHIDO THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   MOVE PAR-VALOR-PARCELA TO WS-EMP-PARCELA-FORMATADA
                   MOVE PAR-VALOR-MORA TO WS-EMP-MORA-FORMATADA
                   DISPLAY PAR-NUMERO-PARCELA "  "
                           PAR-DATA-VENCIMENTO " "
                           WS-EMP-PARCELA-FORMATADA "  "
                           PAR-STATUS " " PAR-DIAS-ATRASO " "
                           WS-EMP-MORA-FORMATADA "  "
                           PAR-DATA-PAGAMENTO
               END-IF.

      *----------------------------------------------------------------
      *    P085-QUITACAO-ANTECIPADA
      *    QUITA UM CONTRATO ATIVO DA CONTA ATUAL DE UMA SO VEZ. O
      *    VALOR DE QUITACAO SOMA AS PARCELAS JA VENCIDAS (VALOR MAIS
      *    A MORA ATE A DATA-MOVIMENTO) E SO A AMORTIZACAO DAS
      *    PARCELAS A VENCER, SEM OS JUROS FUTUROS. O DEBITO EXIGE
      *    SALDO DISPONIVEL (O LIMITE ESPECIAL NAO E USADO) E CABE
      *    EM UM UNICO LANCAMENTO "Q".
      *----------------------------------------------------------------
           P085-QUITACAO-ANTECIPADA.
               DISPLAY "NUMERO DO CONTRATO: "
               ACCEPT WS-EMP-CONTRATO-ESCOLHIDO
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-ESCOLHIDO TO EMP-NUMERO-CONTRATO
               READ EMPRESTI-ARQ
               IF NOT ST-EMPRESTI-OK THEN
                   DISPLAY "CONTRATO NAO ENCONTRADO NA CONTA"
               ELSE
                   IF NOT EMP-CONTRATO-ATIVO THEN
                       DISPLAY "CONTRATO JA ENCERRADO (STATUS "
                               EMP-STATUS ")"
                   ELSE
                       MOVE "N" TO WS-EMP-BAIXAR
                       PERFORM P086-APURAR-QUITACAO
                       MOVE WS-EMP-VALOR-QUITACAO
                           TO WS-EMP-VALOR-FORMATADO
                       DISPLAY "PARCELAS EM ABERTO: " WS-EMP-QTD-ABERTAS
                       DISPLAY "VALOR DE QUITACAO.: R$ "
                               WS-EMP-VALOR-FORMATADO
                       COMPUTE WS-SALDO-DISPONIVEL =
                               WS-SALDO - CTA-SALDO-BLOQUEADO
                       IF WS-EMP-VALOR-QUITACAO
                               > WS-MAX-PARCELA-LIQUIDACAO THEN
                           DISPLAY "VALOR ACIMA DO LIMITE DE UM "
                                   "LANCAMENTO - PROCURE A AGENCIA"
                       ELSE
                           IF WS-EMP-VALOR-QUITACAO
                                   > WS-SALDO-DISPONIVEL THEN
                               DISPLAY "SALDO DISPONIVEL INSUFICIENTE "
                                       "PARA A QUITACAO"
                           ELSE
                               DISPLAY "CONFIRMA A QUITACAO (S/N)? "
                               ACCEPT WS-CONFIRMA-EMPRESTIMO
                               IF WS-CONFIRMA-EMPRESTIMO = "S" THEN
                                   PERFORM P088-EFETIVAR-QUITACAO
                               ELSE
                                   DISPLAY "QUITACAO NAO REALIZADA"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P086-APURAR-QUITACAO
      *    PERCORRE AS PARCELAS DO CONTRATO ESCOLHIDO SOMANDO O VALOR
      *    DE QUITACAO DAS PARCELAS EM ABERTO. COM WS-EMP-BAIXAR
      *    LIGADO, TAMBEM BAIXA CADA PARCELA COMO QUITADA.
      *----------------------------------------------------------------
           P086-APURAR-QUITACAO.
               MOVE ZERO TO WS-EMP-VALOR-QUITACAO
               MOVE ZERO TO WS-EMP-QTD-ABERTAS
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-NUMERO-CONTA TO PAR-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-ESCOLHIDO TO PAR-NUMERO-CONTRATO
               MOVE ZERO TO PAR-NUMERO-PARCELA
               START PARCELAS-ARQ KEY IS NOT LESS THAN PAR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL SW-FIM-PARCELAS
                   READ PARCELAS-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           PERFORM P087-TRATAR-PARCELA-QUIT
                   END-READ
               END-PERFORM.

      *----------------------------------------------------------------
      *    P087-TRATAR-PARCELA-QUIT
      *    SOMA UMA PARCELA EM ABERTO (PENDENTE OU EM ATRASO) AO VALOR
      *    DE QUITACAO E, NA BAIXA, REGRAVA-A COMO QUITADA COM O
      *    VALOR PAGO E A SEQUENCIA DO DEBITO "Q".
      *----------------------------------------------------------------
           P087-TRATAR-PARCELA-QUIT.
               IF PAR-NUMERO-CONTA NOT = WS-NUMERO-CONTA
                       OR PAR-NUMERO-CONTRATO
                           NOT = WS-EMP-CONTRATO-ESCOLHIDO THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF PAR-PARCELA-PENDENTE
                           OR PAR-PARCELA-EM-ATRASO THEN
                       PERFORM P089-VALOR-PARCELA-QUIT
                       ADD 1 TO WS-EMP-QTD-ABERTAS
                       ADD WS-EMP-VALOR-COBRADO
                           TO WS-EMP-VALOR-QUITACAO
                       IF SW-EMP-BAIXAR THEN
                           MOVE "Q" TO PAR-STATUS
                           MOVE WS-EMP-DIAS-ATRASO TO PAR-DIAS-ATRASO
                           MOVE WS-EMP-MORA TO PAR-VALOR-MORA
                           MOVE WS-DATA-MOVIMENTO
                               TO PAR-DATA-PAGAMENTO
                           MOVE WS-EMP-VALOR-COBRADO TO PAR-VALOR-PAGO
                           MOVE WS-EMP-SEQ-QUITACAO TO PAR-SEQ-MOVTO
                           REWRITE PAR-REGISTRO
                           IF NOT ST-PARCELAS-OK THEN
                               DISPLAY "AVISO: FALHA AO BAIXAR A "
                                       "PARCELA " PAR-NUMERO-PARCELA
                                       " (STATUS " WS-STATUS-PARCELAS
                                       ")"
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P088-EFETIVAR-QUITACAO
      *    DEBITA O VALOR DE QUITACAO (LANCAMENTO "Q" NO JORNAL),
      *    BAIXA AS PARCELAS EM ABERTO, ENCERRA O CONTRATO COMO
      *    QUITADO ANTECIPADAMENTE E REGISTRA A QUITACAO NA TRILHA
      *    DE AUDITORIA.
      *----------------------------------------------------------------
           P088-EFETIVAR-QUITACAO.
               COMPUTE WS-SALDO = WS-SALDO - WS-EMP-VALOR-QUITACAO
               MOVE "Q" TO MOV-TIPO
               MOVE WS-EMP-VALOR-QUITACAO TO MOV-VALOR
               MOVE ZERO TO MOV-CONTA-CONTRAPARTIDA
               PERFORM P008-GRAVAR-MOVIMENTO
               MOVE CTA-ULTIMO-SEQ-MOVTO TO WS-EMP-SEQ-QUITACAO
               MOVE "S" TO WS-EMP-BAIXAR
               PERFORM P086-APURAR-QUITACAO
               MOVE WS-NUMERO-CONTA TO EMP-NUMERO-CONTA
               MOVE WS-EMP-CONTRATO-ESCOLHIDO TO EMP-NUMERO-CONTRATO
               READ EMPRESTI-ARQ
               IF ST-EMPRESTI-OK THEN
                   MOVE "Q" TO EMP-STATUS
                   MOVE ZERO TO EMP-SALDO-DEVEDOR
                   MOVE WS-DATA-MOVIMENTO TO EMP-DATA-ENCERRAMENTO
                   REWRITE EMP-REGISTRO
               END-IF
               IF NOT ST-EMPRESTI-OK THEN
                   DISPLAY "AVISO: FALHA AO ENCERRAR O CONTRATO "
                           "(STATUS " WS-STATUS-EMPRESTI ")"
               END-IF
               MOVE "QUITACAO EMPREST" TO WS-CAMPO-AUDITORIA
               MOVE SPACES TO WS-VALOR-ANT-AUD
               STRING "CONTRATO " WS-EMP-CONTRATO-ESCOLHIDO
                   DELIMITED BY SIZE INTO WS-VALOR-ANT-AUD
               MOVE WS-EMP-VALOR-FORMATADO TO WS-VALOR-NOVO-AUD
               PERFORM P033-GRAVAR-AUDITORIA
               DISPLAY "CONTRATO " WS-EMP-CONTRATO-ESCOLHIDO
                       " QUITADO - DEBITO DE R$ "
                       WS-EMP-VALOR-FORMATADO
               MOVE WS-SALDO TO WS-SALDO-FORMATADO
               DISPLAY "NOVO SALDO: R$ " WS-SALDO-FORMATADO.

      *----------------------------------------------------------------
      *    P089-VALOR-PARCELA-QUIT
      *    VALOR DE QUITACAO DE UMA PARCELA EM ABERTO: VENCIDA ATE A
      *    DATA-MOVIMENTO PAGA O VALOR DA PARCELA MAIS A MORA DIARIA
      *    DO CONTRATO PELOS DIAS DE ATRASO; A VENCER PAGA SO A
      *    AMORTIZACAO.
      *----------------------------------------------------------------
           P089-VALOR-PARCELA-QUIT.
               IF PAR-DATA-VENCIMENTO NOT > WS-DATA-MOVIMENTO THEN
                   COMPUTE WS-EMP-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE (WS-DATA-MOVIMENTO)
                         - FUNCTION INTEGER-OF-DATE
                               (PAR-DATA-VENCIMENTO)
                   COMPUTE WS-EMP-MORA ROUNDED = PAR-VALOR-PARCELA
                           * EMP-TAXA-MORA-DIARIA * WS-EMP-DIAS-ATRASO
                   COMPUTE WS-EMP-VALOR-COBRADO =
                           PAR-VALOR-PARCELA + WS-EMP-MORA
               ELSE
                   MOVE ZERO TO WS-EMP-DIAS-ATRASO
                   MOVE ZERO TO WS-EMP-MORA
                   MOVE PAR-VALOR-AMORTIZACAO TO WS-EMP-VALOR-COBRADO
               END-IF.

      *----------------------------------------------------------------
      *    P090-CONFERIR-CONTRATO-ENC
      *    CONTA UM CONTRATO ATIVO DA CONTA ATUAL PARA O
      *    ENCERRAMENTO, ENCERRANDO A LEITURA AO ENCONTRAR CONTRATO
      *    DE OUTRA CONTA.
      *----------------------------------------------------------------
           P090-CONFERIR-CONTRATO-ENC.
               IF EMP-NUMERO-CONTA NOT = WS-NUMERO-CONTA THEN
                   MOVE "S" TO WS-FIM-EMPRESTI
               ELSE
                   IF EMP-CONTRATO-ATIVO THEN
                       ADD 1 TO WS-EMP-QTD-ATIVOS
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P091-GRAVAR-EVENTO-BLOQUEIO
      *    GRAVA NO ARQUIVO EVENTOS O BLOQUEIO DA CONTA POR EXCESSO DE
      *    TENTATIVAS DE SENHA INVALIDA (TIPO "B"), PARA O AVISO AO
      *    CLIENTE GERADO NO LOTE NOTURNO PELO AVISOS01.
      *----------------------------------------------------------------
           P091-GRAVAR-EVENTO-BLOQUEIO.
               ACCEPT WS-HORA-SISTEMA FROM TIME
               INITIALIZE EVT-REGISTRO
               MOVE WS-DATA-MOVIMENTO TO EVT-DATA-MOVIMENTO
               MOVE WS-HORA-SISTEMA TO EVT-HORA
               MOVE "B" TO EVT-TIPO
               MOVE WS-NUMERO-CONTA TO EVT-NUMERO-CONTA
               MOVE WS-DATA-MOVIMENTO TO EVT-DATA-REFERENCIA
               MOVE "CAIXA" TO EVT-PROGRAMA
               WRITE EVT-REGISTRO
               IF NOT ST-EVENTOS-OK THEN
                   DISPLAY "AVISO: FALHA AO GRAVAR EVENTO DE AVISO "
                           "(STATUS " WS-STATUS-EVENTOS ")"
               END-IF.
