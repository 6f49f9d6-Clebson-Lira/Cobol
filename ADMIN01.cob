      *    DIARIO. CADA ALTERACAO E GRAVADA NA TRILHA DE AUDITORIA   *
      *    (ARQUIVO AUDTRAIL) COM DATA, HORA, CONTA, CAMPO, VALOR     *
      *    ANTERIOR E VALOR NOVO, POIS O JORNAL SO CAPTURA            *
      *    MOVIMENTACAO FINANCEIRA. A AREA DE PREVENCAO A LAVAGEM DE  *
      *    DINHEIRO TRATA AQUI OS CASOS DE MOVIMENTACAO ATIPICA       *
      *    GERADOS PELO PLDMON01 (ARQUIVO ALERTAS).                   *
      *    DESBLOQUEIO, SENHA, LIMITES E PERFIL DE OPERADOR ESTAO EM  *
      *    DUPLA CUSTODIA: O SUPERVISOR REGISTRA A SOLICITACAO        *
      *    (ARQUIVO SOLICIT) E ELA SO TEM EFEITO QUANDO OUTRO         *
      *    SUPERVISOR A APROVA NA OPCAO 8, NO MESMO DIA.              *
      *****************************************************************
      *    HISTORICO DE MANUTENCAO                                   *
      *    DATA       AUTOR   DESCRICAO                               *
      *                       (CADASTRO, SENHA E DESBLOQUEIO), COM    *
      *                       O OPERADOR AUTENTICADO CARIMBADO EM     *
      *                       TODA LINHA DA TRILHA DE AUDITORIA.      *
      *    2026-10-15 CL      CONTA ENCERRADA ("E") E APENAS          *
      *                       CONSULTADA: DESBLOQUEIO, SENHA E        *
      *                       LIMITES FICAM INDISPONIVEIS.            *
      *    2026-10-15 CL      OPCAO 7 - TRATAMENTO DOS ALERTAS DE     *
      *                       MOVIMENTACAO ATIPICA (ANALISADO,        *
      *                       COMUNICADO OU DESCARTADO), COM DATA E   *
      *                       SUPERVISOR NO CASO E NA TRILHA.         *
      *    2026-10-15 CL      DUPLA CUSTODIA: DESBLOQUEIO, SENHA,     *
      *                       LIMITES E PERFIL DE OPERADOR VIRAM      *
      *                       SOLICITACAO PENDENTE (SOLICIT),         *
      *                       EFETIVADA SO COM A APROVACAO DE OUTRO   *
      *                       SUPERVISOR (OPCAO 8). LIMITE ATE O      *
      *                       VALOR DE DUPLA CUSTODIA DO PARAMETRO    *
      *                       VIGENTE (PARAMS) CONTINUA DIRETO.       *
      *                       OPCAO 4 DO SUBMENU DE OPERADORES -      *
      *                       ALTERACAO DE PERFIL.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS WS-STATUS-OPERADOR.
           SELECT ALERTAS-ARQ ASSIGN TO "ALERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WS-STATUS-ALERTAS.
           SELECT SOLICIT-ARQ ASSIGN TO "SOLICIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-CHAVE
               FILE STATUS IS WS-STATUS-SOLICIT.
           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMS.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-MASTER
           FD  OPERADOR-ARQ
               LABEL RECORD IS STANDARD.
           COPY OPRREG.
           FD  ALERTAS-ARQ
               LABEL RECORD IS STANDARD.
           COPY ALRREG.
           FD  SOLICIT-ARQ
               LABEL RECORD IS STANDARD.
           COPY SOLREG.
           FD  PARAMS-ARQ
               LABEL RECORD IS STANDARD.
           COPY PRMREG.
           WORKING-STORAGE SECTION.
           77 WS-OPCAO PIC X(2).
           77 WS-FIM-EXECUCAO PIC X VALUE "N".
           77 WS-NOME-NOVO-OPR PIC X(30) VALUE SPACES.
           77 WS-SENHA-NOVA-OPR PIC X(4) VALUE SPACES.
           77 WS-PERFIL-NOVO-OPR PIC X VALUE "C".
               88 SW-PERFIL-OPR-VALIDO VALUE "C" "S".
           77 WS-STATUS-ALERTAS PIC X(2) VALUE "00".
               88 ST-ALERTAS-OK VALUE "00".
               88 ST-ALERTAS-NAO-ENCONTRADO VALUE "23".
               88 ST-ALERTAS-INEXISTENTE VALUE "35".
           77 WS-DATA-ALERTA PIC 9(8) VALUE ZERO.
           77 WS-SEQ-ALERTA PIC 9(5) VALUE ZERO.
           77 WS-STATUS-NOVO-ALR PIC X VALUE SPACE.
               88 SW-STATUS-ALR-VALIDO VALUE "A" "C" "D".
           77 WS-VALOR-ALR-EDITADO PIC Z,ZZZ,ZZ9.99.
           77 WS-STATUS-SOLICIT PIC X(2) VALUE "00".
               88 ST-SOLICIT-OK VALUE "00".
               88 ST-SOLICIT-CHAVE-DUPLICADA VALUE "22".
               88 ST-SOLICIT-NAO-ENCONTRADA VALUE "23".
               88 ST-SOLICIT-INEXISTENTE VALUE "35".
           77 WS-FIM-SOLICIT PIC X VALUE "N".
               88 SW-FIM-SOLICIT VALUE "S".
           77 WS-STATUS-PARAMS PIC X(2) VALUE "00".
               88 ST-PARAMS-OK VALUE "00".
               88 ST-PARAMS-INEXISTENTE VALUE "35".
           77 WS-FIM-PARAMS PIC X VALUE "N".
               88 SW-FIM-PARAMS VALUE "S".
           77 WS-PARAMS-VIGENTE PIC X VALUE "N".
               88 SW-PARAMS-VIGENTE VALUE "S".
           77 WS-VIGENCIA-ADOTADA PIC 9(8) VALUE ZERO.
           77 WS-LIMITE-DUPLA-CUSTODIA PIC 9(5)V99 VALUE ZERO.
           77 WS-TIPO-SOLICITACAO PIC X VALUE SPACE.
           77 WS-SITUACAO-SOLICITACAO PIC X VALUE "P".
               88 SW-SOLICITACAO-PENDENTE VALUE "P".
           77 WS-SEQ-SOLICITACAO PIC 9(5) VALUE ZERO.
           77 WS-QTD-PENDENTES PIC 9(5) VALUE ZERO.
           77 WS-DECISAO-SOL PIC X VALUE SPACE.
               88 SW-DECISAO-APROVAR VALUE "A".
               88 SW-DECISAO-REJEITAR VALUE "R".
           77 WS-SOLICITACAO-EFETIVADA PIC X VALUE "N".
               88 SW-SOLICITACAO-EFETIVADA VALUE "S".
           77 WS-DESCRICAO-SOL PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCESS.
               PERFORM P005-ABRIR-ARQUIVOS
                   DISPLAY "LIMITE ESPECIAL....: R$ " WS-LIMITE-EDITADO
                   MOVE CTA-LIMITE-SAQUE-DIARIO TO WS-LIMITE-EDITADO
                   DISPLAY "LIMITE SAQUE DIARIO: R$ " WS-LIMITE-EDITADO
                   IF CTA-CONTA-ENCERRADA THEN
                       DISPLAY "CONTA ENCERRADA - MANUTENCAO NAO "
                               "PERMITIDA"
                       MOVE "N" TO WS-CONTA-ENCONTRADA
                   END-IF
               END-IF
               DISPLAY "1 - DESBLOQUEAR CONTA".
               DISPLAY "2 - REDEFINIR SENHA".
               DISPLAY "3 - ALTERAR LIMITE ESPECIAL".
               DISPLAY "4 - ALTERAR LIMITE DE SAQUE DIARIO".
               DISPLAY "6 - MANUTENCAO DE OPERADORES".
               DISPLAY "7 - TRATAMENTO DE ALERTAS PLD".
               DISPLAY "8 - SOLICITACOES PENDENTES (DUPLA CUSTODIA)".
               DISPLAY "5 - SAIR".
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                       MOVE "S" TO WS-FIM-EXECUCAO
                   WHEN "6"
                       PERFORM P013-MENU-OPERADORES
                   WHEN "7"
                       PERFORM P020-TRATAR-ALERTA
                   WHEN "8"
                       PERFORM P023-APROVAR-SOLICITACAO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
               END-EVALUATE.

      *----------------------------------------------------------------
      *    P002-DESBLOQUEAR
      *    REGISTRA A SOLICITACAO DE VOLTA DE UMA CONTA BLOQUEADA
      *    ("B") PARA ATIVA ("A"). O DESBLOQUEIO SO E FEITO QUANDO
      *    OUTRO SUPERVISOR APROVA (P027).
      *----------------------------------------------------------------
           P002-DESBLOQUEAR.
               IF NOT CTA-CONTA-BLOQUEADA THEN
                   DISPLAY "CONTA NAO ESTA BLOQUEADA"
               ELSE
                   MOVE "D" TO WS-TIPO-SOLICITACAO
                   MOVE CTA-STATUS-CONTA TO WS-VALOR-ANT-AUD
                   MOVE "A" TO WS-VALOR-NOVO-AUD
                   MOVE "P" TO WS-SITUACAO-SOLICITACAO
                   PERFORM P030-REGISTRAR-SOLICITACAO
               END-IF.

      *----------------------------------------------------------------
      *    P003-REDEFINIR-SENHA
      *    REGISTRA A SOLICITACAO DE NOVA SENHA PARA A CONTA (CLIENTE
      *    ESQUECEU A ATUAL). A SENHA SO E TROCADA QUANDO OUTRO
      *    SUPERVISOR APROVA (P027); NA SOLICITACAO ELA APARECE
      *    MASCARADA.
      *----------------------------------------------------------------
           P003-REDEFINIR-SENHA.
               DISPLAY "NOVA SENHA (4 DIGITOS): "
               IF WS-SENHA-NOVA NOT NUMERIC THEN
                   DISPLAY "SENHA INVALIDA, USE 4 DIGITOS NUMERICOS"
               ELSE
                   MOVE "S" TO WS-TIPO-SOLICITACAO
                   MOVE "****" TO WS-VALOR-ANT-AUD
                   MOVE "****" TO WS-VALOR-NOVO-AUD
                   MOVE "P" TO WS-SITUACAO-SOLICITACAO
                   PERFORM P030-REGISTRAR-SOLICITACAO
               END-IF.

      *----------------------------------------------------------------
      *    P004-ALTERAR-LIMITE-ESPECIAL
      *    ALTERA O LIMITE ESPECIAL (CHEQUE ESPECIAL) APROVADO PARA A
      *    CONTA. LIMITE NOVO ACIMA DO VALOR DE DUPLA CUSTODIA DO
      *    PARAMETRO VIGENTE FICA PENDENTE DE APROVACAO; ATE ESSE
      *    VALOR E EFETIVADO NA HORA E REGISTRADO COMO DIRETO.
      *----------------------------------------------------------------
           P004-ALTERAR-LIMITE-ESPECIAL.
               PERFORM P008-ACEITAR-VALOR
               IF WS-VALOR-ENTRADA NUMERIC THEN
                   MOVE "E" TO WS-TIPO-SOLICITACAO
                   MOVE CTA-LIMITE-ESPECIAL TO WS-LIMITE-EDITADO
                   MOVE WS-LIMITE-EDITADO TO WS-VALOR-ANT-AUD
                   MOVE WS-VALOR-NOVO TO WS-LIMITE-EDITADO
                   MOVE WS-LIMITE-EDITADO TO WS-VALOR-NOVO-AUD
                   IF WS-VALOR-NOVO > WS-LIMITE-DUPLA-CUSTODIA THEN
                       MOVE "P" TO WS-SITUACAO-SOLICITACAO
                       PERFORM P030-REGISTRAR-SOLICITACAO
                   ELSE
                       PERFORM P034-APLICAR-LIMITE-ESPECIAL
                       IF ST-CONTAS-OK THEN
                           MOVE "D" TO WS-SITUACAO-SOLICITACAO
                           PERFORM P030-REGISTRAR-SOLICITACAO
                           DISPLAY "LIMITE ESPECIAL ALTERADO"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P006-ALTERAR-LIMITE-SAQUE
      *    ALTERA O LIMITE DE SAQUE DIARIO DA CONTA, COM A MESMA
      *    REGRA DE DUPLA CUSTODIA DO LIMITE ESPECIAL (P004).
      *----------------------------------------------------------------
           P006-ALTERAR-LIMITE-SAQUE.
               PERFORM P008-ACEITAR-VALOR
               IF WS-VALOR-ENTRADA NUMERIC THEN
                   MOVE "Q" TO WS-TIPO-SOLICITACAO
                   MOVE CTA-LIMITE-SAQUE-DIARIO TO WS-LIMITE-EDITADO
                   MOVE WS-LIMITE-EDITADO TO WS-VALOR-ANT-AUD
                   MOVE WS-VALOR-NOVO TO WS-LIMITE-EDITADO
                   MOVE WS-LIMITE-EDITADO TO WS-VALOR-NOVO-AUD
                   IF WS-VALOR-NOVO > WS-LIMITE-DUPLA-CUSTODIA THEN
                       MOVE "P" TO WS-SITUACAO-SOLICITACAO
                       PERFORM P030-REGISTRAR-SOLICITACAO
                   ELSE
                       PERFORM P035-APLICAR-LIMITE-SAQUE
                       IF ST-CONTAS-OK THEN
                           MOVE "D" TO WS-SITUACAO-SOLICITACAO
                           PERFORM P030-REGISTRAR-SOLICITACAO
                           DISPLAY "LIMITE DE SAQUE DIARIO ALTERADO"
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P005-ABRIR-ARQUIVOS
      *    ABRE O MESTRE DE CONTAS EM I-O E A TRILHA DE AUDITORIA EM
      *    EXTEND, CRIANDO-A VAZIA NA PRIMEIRA EXECUCAO. SEM O MESTRE
      *    O PROGRAMA NAO TEM O QUE MANTER E ENCERRA COM ERRO. OS
      *    ARQUIVOS DE ALERTAS E DE SOLICITACOES SAO CRIADOS VAZIOS
      *    SE AINDA NAO EXISTIREM. CARREGA O VALOR DE DUPLA CUSTODIA
      *    DO PARAMETRO VIGENTE.
      *----------------------------------------------------------------
           P005-ABRIR-ARQUIVOS.
               OPEN I-O CONTAS-MASTER
                   WRITE OPR-REGISTRO
                   CLOSE OPERADOR-ARQ
                   OPEN I-O OPERADOR-ARQ
               END-IF
               OPEN I-O ALERTAS-ARQ
               IF ST-ALERTAS-INEXISTENTE THEN
                   OPEN OUTPUT ALERTAS-ARQ
                   CLOSE ALERTAS-ARQ
                   OPEN I-O ALERTAS-ARQ
               END-IF
               OPEN I-O SOLICIT-ARQ
               IF ST-SOLICIT-INEXISTENTE THEN
                   OPEN OUTPUT SOLICIT-ARQ
                   CLOSE SOLICIT-ARQ
                   OPEN I-O SOLICIT-ARQ
               END-IF
               PERFORM P032-CARREGAR-PARAMETROS.

      *----------------------------------------------------------------
      *    P007-GRAVAR-ALTERACAO
           P009-FECHAR-ARQUIVOS.
               CLOSE CONTAS-MASTER
               CLOSE AUDITORIA-ARQ
               CLOSE OPERADOR-ARQ
               CLOSE ALERTAS-ARQ
               CLOSE SOLICIT-ARQ.

      *----------------------------------------------------------------
      *    P010-LOCALIZAR-CONTA
      *----------------------------------------------------------------
      *    P013-MENU-OPERADORES
      *    SUBMENU DE MANUTENCAO DO MESTRE DE OPERADORES DE CAIXA
      *    (OPERCAD): CADASTRO, REDEFINICAO DE SENHA, DESBLOQUEIO E
      *    ALTERACAO DE PERFIL (ESTA EM DUPLA CUSTODIA).
      *    CADA ALTERACAO E GRAVADA NA TRILHA DE AUDITORIA COM O
      *    CODIGO DO OPERADOR MANTIDO NO CAMPO DA CONTA.
      *----------------------------------------------------------------
               DISPLAY "1 - CADASTRAR OPERADOR".
               DISPLAY "2 - REDEFINIR SENHA DO OPERADOR".
               DISPLAY "3 - DESBLOQUEAR OPERADOR".
               DISPLAY "4 - ALTERAR PERFIL DO OPERADOR".
               ACCEPT WS-OPCAO-OPR
               EVALUATE WS-OPCAO-OPR
                   WHEN "1"
                       PERFORM P015-REDEFINIR-SENHA-OPR
                   WHEN "3"
                       PERFORM P016-DESBLOQUEAR-OPERADOR
                   WHEN "4"
                       PERFORM P022-ALTERAR-PERFIL-OPR
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE."
               END-EVALUATE.
      *    P019-EFETIVAR-CADASTRO-OPR
      *    EFETIVA O CADASTRO DO OPERADOR JA CRITICADO: CONFERE QUE O
      *    CODIGO AINDA NAO EXISTE E GRAVA O REGISTRO COM NOME, SENHA
      *    E PERFIL, COM O EVENTO NA TRILHA DE AUDITORIA. O OPERADOR
      *    NASCE SEMPRE CAIXA ("C"); PEDIDO DE PERFIL SUPERVISOR VIRA
      *    SOLICITACAO DE ALTERACAO DE PERFIL EM DUPLA CUSTODIA.
      *----------------------------------------------------------------
           P019-EFETIVAR-CADASTRO-OPR.
               MOVE WS-OPERADOR-MANUT TO OPR-CODIGO
                       MOVE WS-OPERADOR-MANUT TO OPR-CODIGO
                       MOVE WS-NOME-NOVO-OPR TO OPR-NOME
                       MOVE WS-SENHA-NOVA-OPR TO OPR-SENHA
                       MOVE "C" TO OPR-PERFIL
                       MOVE ZERO TO OPR-TENTATIVAS-INVALIDAS
                       MOVE "A" TO OPR-STATUS
                       WRITE OPR-REGISTRO
                           MOVE OPR-PERFIL TO WS-VALOR-NOVO-AUD
                           PERFORM P017-GRAVAR-AUDITORIA-OPR
                           DISPLAY "OPERADOR CADASTRADO"
                           IF WS-PERFIL-NOVO-OPR = "S" THEN
                               MOVE "P" TO WS-TIPO-SOLICITACAO
                               MOVE "C" TO WS-VALOR-ANT-AUD
                               MOVE "S" TO WS-VALOR-NOVO-AUD
                               MOVE "P" TO WS-SITUACAO-SOLICITACAO
                               PERFORM P030-REGISTRAR-SOLICITACAO
                           END-IF
                       ELSE
                           DISPLAY "ERRO AO CADASTRAR OPERADOR, "
                                   "STATUS " WS-STATUS-OPERADOR
                   DISPLAY "AVISO: FALHA AO GRAVAR AUDITORIA "
                           "(STATUS " WS-STATUS-AUDITORIA ")"
               END-IF.

      *----------------------------------------------------------------
      *    P020-TRATAR-ALERTA
      *    LOCALIZA UM CASO DO ARQUIVO DE ALERTAS PELA DATA DE
      *    GERACAO E SEQUENCIA IMPRESSAS NO RELATORIO DIARIO DO
      *    PLDMON01, EXIBE O CASO E REGISTRA O TRATAMENTO DADO PELA
      *    AREA DE PREVENCAO: ANALISADO, COMUNICADO OU DESCARTADO.
      *----------------------------------------------------------------
           P020-TRATAR-ALERTA.
               PERFORM P000-TITULO
               DISPLAY "DATA DE GERACAO DO ALERTA (AAAAMMDD): "
               ACCEPT WS-DATA-ALERTA
               DISPLAY "SEQUENCIA DO ALERTA: "
               ACCEPT WS-SEQ-ALERTA
               MOVE WS-DATA-ALERTA TO ALR-DATA-GERACAO
               MOVE WS-SEQ-ALERTA TO ALR-SEQUENCIA
               READ ALERTAS-ARQ
               IF NOT ST-ALERTAS-OK THEN
                   DISPLAY "ALERTA NAO ENCONTRADO"
               ELSE
                   DISPLAY "TIPO: " ALR-TIPO-ALERTA
                           "  CPF: " ALR-CPF
                           "  CONTA: " ALR-NUMERO-CONTA
                   MOVE ALR-VALOR TO WS-VALOR-ALR-EDITADO
                   DISPLAY "LANCAMENTO: " ALR-DATA-MOVTO "/"
                           ALR-SEQ-MOVTO " " ALR-TIPO-MOVTO
                           "  VALOR: R$ " WS-VALOR-ALR-EDITADO
                           "  OPERADOR: " ALR-OPERADOR
                   DISPLAY "STATUS ATUAL: " ALR-STATUS
                           "  TRATADO EM: " ALR-DATA-TRATAMENTO
                           "  POR: " ALR-OPERADOR-TRATAMENTO
                   DISPLAY "NOVO STATUS (A-ANALISADO / C-COMUNICADO "
                           "/ D-DESCARTADO): "
                   ACCEPT WS-STATUS-NOVO-ALR
                   IF NOT SW-STATUS-ALR-VALIDO THEN
                       DISPLAY "STATUS INVALIDO, USE A, C OU D"
                   ELSE
                       PERFORM P021-GRAVAR-TRATAMENTO-ALR
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P021-GRAVAR-TRATAMENTO-ALR
      *    REGRAVA O CASO COM O NOVO STATUS, A DATA E O SUPERVISOR DO
      *    TRATAMENTO E GRAVA O EVENTO NA TRILHA DE AUDITORIA COM A
      *    CONTA DO ALERTA E OS STATUS ANTERIOR E NOVO.
      *----------------------------------------------------------------
           P021-GRAVAR-TRATAMENTO-ALR.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE "ALERTA-PLD" TO WS-CAMPO-AUDITORIA
               MOVE ALR-STATUS TO WS-VALOR-ANT-AUD
               MOVE WS-STATUS-NOVO-ALR TO ALR-STATUS
               MOVE WS-DATA-SISTEMA TO ALR-DATA-TRATAMENTO
               MOVE WS-OPERADOR-ATUAL TO ALR-OPERADOR-TRATAMENTO
               MOVE ALR-STATUS TO WS-VALOR-NOVO-AUD
               REWRITE ALR-REGISTRO
               IF NOT ST-ALERTAS-OK THEN
                   DISPLAY "AVISO: FALHA AO ATUALIZAR O ALERTA (STATUS "
                           WS-STATUS-ALERTAS "), TRATAMENTO NAO GRAVADO"
               ELSE
                   ACCEPT WS-HORA-SISTEMA FROM TIME
                   MOVE WS-DATA-SISTEMA TO AUD-DATA
                   MOVE WS-HORA-SISTEMA TO AUD-HORA
                   MOVE ALR-NUMERO-CONTA TO AUD-NUMERO-CONTA
                   MOVE WS-CAMPO-AUDITORIA TO AUD-CAMPO
                   MOVE WS-VALOR-ANT-AUD TO AUD-VALOR-ANTERIOR
                   MOVE WS-VALOR-NOVO-AUD TO AUD-VALOR-NOVO
                   MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
                   MOVE ALR-CPF TO AUD-CPF
                   WRITE AUD-REGISTRO
                   IF NOT ST-AUDITORIA-OK THEN
                       DISPLAY "AVISO: FALHA AO GRAVAR AUDITORIA "
                               "(STATUS " WS-STATUS-AUDITORIA ")"
                   END-IF
                   DISPLAY "TRATAMENTO DO ALERTA GRAVADO"
               END-IF.

      *----------------------------------------------------------------
      *    P022-ALTERAR-PERFIL-OPR
      *    REGISTRA A SOLICITACAO DE ALTERACAO DO PERFIL DO OPERADOR
      *    (C-CAIXA / S-SUPERVISOR). O PERFIL SO E TROCADO QUANDO
      *    OUTRO SUPERVISOR APROVA (P028). O SUPERVISOR NAO PODE
      *    SOLICITAR A ALTERACAO DO PROPRIO PERFIL.
      *----------------------------------------------------------------
           P022-ALTERAR-PERFIL-OPR.
               MOVE WS-OPERADOR-MANUT TO OPR-CODIGO
               READ OPERADOR-ARQ
               IF NOT ST-OPERADOR-OK THEN
                   DISPLAY "OPERADOR NAO ENCONTRADO"
               ELSE
                   IF WS-OPERADOR-MANUT = WS-OPERADOR-ATUAL THEN
                       DISPLAY "O SUPERVISOR NAO PODE ALTERAR O "
                               "PROPRIO PERFIL"
                   ELSE
                       DISPLAY "PERFIL ATUAL: " OPR-PERFIL
                       DISPLAY "NOVO PERFIL (C-CAIXA / S-SUPERVISOR): "
                       ACCEPT WS-PERFIL-NOVO-OPR
                       IF NOT SW-PERFIL-OPR-VALIDO THEN
                           DISPLAY "PERFIL INVALIDO, USE C OU S"
                       ELSE
                           IF WS-PERFIL-NOVO-OPR = OPR-PERFIL THEN
                               DISPLAY "OPERADOR JA TEM ESTE PERFIL"
                           ELSE
                               MOVE "P" TO WS-TIPO-SOLICITACAO
                               MOVE OPR-PERFIL TO WS-VALOR-ANT-AUD
                               MOVE WS-PERFIL-NOVO-OPR
                                   TO WS-VALOR-NOVO-AUD
                               MOVE "P" TO WS-SITUACAO-SOLICITACAO
                               PERFORM P030-REGISTRAR-SOLICITACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P023-APROVAR-SOLICITACAO
      *    LISTA AS SOLICITACOES PENDENTES DO DIA E DECIDE A
      *    ESCOLHIDA PELA SEQUENCIA: APROVADA (EFETIVADA NO CONTAS OU
      *    NO OPERCAD) OU REJEITADA. O SUPERVISOR QUE SOLICITOU NAO
      *    PODE DECIDIR A PROPRIA SOLICITACAO, NEM A QUE ALTERA O SEU
      *    PERFIL. SOLICITACAO DE DIA ANTERIOR ESTA EXPIRADA E NAO E
      *    MAIS OFERECIDA.
      *----------------------------------------------------------------
           P023-APROVAR-SOLICITACAO.
               PERFORM P000-TITULO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM P024-LISTAR-PENDENTES
               IF WS-QTD-PENDENTES = ZERO THEN
                   DISPLAY "NENHUMA SOLICITACAO PENDENTE HOJE"
               ELSE
                   DISPLAY "SEQUENCIA DA SOLICITACAO (0 PARA VOLTAR): "
                   ACCEPT WS-SEQ-SOLICITACAO
                   IF WS-SEQ-SOLICITACAO NOT = ZERO THEN
                       MOVE WS-DATA-SISTEMA TO SOL-DATA-SOLICITACAO
                       MOVE WS-SEQ-SOLICITACAO TO SOL-SEQUENCIA
                       READ SOLICIT-ARQ
                       IF NOT ST-SOLICIT-OK THEN
                           DISPLAY "SOLICITACAO NAO ENCONTRADA"
                       ELSE
                           PERFORM P026-DECIDIR-SOLICITACAO
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P024-LISTAR-PENDENTES
      *    LISTA AS SOLICITACOES PENDENTES DA DATA DE HOJE, COM
      *    SEQUENCIA, TIPO, CONTA OU OPERADOR, VALORES ANTERIOR E
      *    NOVO E O SUPERVISOR SOLICITANTE, CONTANDO-AS EM
      *    WS-QTD-PENDENTES.
      *----------------------------------------------------------------
           P024-LISTAR-PENDENTES.
               MOVE ZERO TO WS-QTD-PENDENTES
               MOVE "N" TO WS-FIM-SOLICIT
               MOVE WS-DATA-SISTEMA TO SOL-DATA-SOLICITACAO
               MOVE ZERO TO SOL-SEQUENCIA
               START SOLICIT-ARQ KEY IS NOT LESS THAN SOL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SOLICIT
               END-START
               PERFORM UNTIL SW-FIM-SOLICIT
                   READ SOLICIT-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-SOLICIT
                       NOT AT END
                           PERFORM P025-EXIBIR-PENDENTE
                   END-READ
               END-PERFORM.

      *----------------------------------------------------------------
      *    P025-EXIBIR-PENDENTE
      *    EXIBE UMA SOLICITACAO PENDENTE DO DIA. AO ENCONTRAR OUTRA
      *    DATA, ENCERRA A LEITURA.
      *----------------------------------------------------------------
           P025-EXIBIR-PENDENTE.
               IF SOL-DATA-SOLICITACAO NOT = WS-DATA-SISTEMA THEN
                   MOVE "S" TO WS-FIM-SOLICIT
               ELSE
                   IF SOL-PENDENTE THEN
                       ADD 1 TO WS-QTD-PENDENTES
                       PERFORM P031-DESCREVER-TIPO
                       IF SOL-PERFIL-OPERADOR THEN
                           DISPLAY SOL-SEQUENCIA " " WS-DESCRICAO-SOL
                                   " OPERADOR " SOL-OPERADOR-ALVO
                                   " DE " SOL-VALOR-ANTERIOR
                                   " PARA " SOL-VALOR-NOVO
                                   " SOLICITANTE "
                                   SOL-OPERADOR-SOLICITANTE
                       ELSE
                           DISPLAY SOL-SEQUENCIA " " WS-DESCRICAO-SOL
                                   " CONTA " SOL-NUMERO-CONTA
                                   " DE " SOL-VALOR-ANTERIOR
                                   " PARA " SOL-VALOR-NOVO
                                   " SOLICITANTE "
                                   SOL-OPERADOR-SOLICITANTE
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P026-DECIDIR-SOLICITACAO
      *    CONFERE A SOLICITACAO LIDA (PENDENTE, DE OUTRO SUPERVISOR,
      *    QUE NAO ALTERA O PERFIL DO PROPRIO APROVADOR) E PEDE A
      *    DECISAO. APROVADA, E EFETIVADA E SO ENTAO MARCADA "A";
      *    SE NAO PUDER SER EFETIVADA, CONTINUA PENDENTE.
      *----------------------------------------------------------------
           P026-DECIDIR-SOLICITACAO.
               IF NOT SOL-PENDENTE THEN
                   DISPLAY "SOLICITACAO JA DECIDIDA (STATUS "
                           SOL-STATUS ")"
               ELSE
                   IF SOL-OPERADOR-SOLICITANTE = WS-OPERADOR-ATUAL THEN
                       DISPLAY "O SUPERVISOR SOLICITANTE NAO PODE "
                               "DECIDIR A PROPRIA SOLICITACAO"
                   ELSE
                       IF SOL-PERFIL-OPERADOR
                           AND SOL-OPERADOR-ALVO = WS-OPERADOR-ATUAL
                           THEN
                           DISPLAY "O SUPERVISOR NAO PODE DECIDIR A "
                                   "ALTERACAO DO PROPRIO PERFIL"
                       ELSE
                           DISPLAY "DECISAO (A-APROVAR / R-REJEITAR): "
                           ACCEPT WS-DECISAO-SOL
                           IF SW-DECISAO-REJEITAR THEN
                               MOVE "R" TO SOL-STATUS
                               PERFORM P029-GRAVAR-DECISAO
                               DISPLAY "SOLICITACAO REJEITADA"
                           ELSE
                               IF SW-DECISAO-APROVAR THEN
                                   PERFORM P033-EFETIVAR-SOLICITACAO
                               ELSE
                                   DISPLAY "DECISAO INVALIDA, USE A "
                                           "OU R"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P033-EFETIVAR-SOLICITACAO
      *    APLICA A SOLICITACAO APROVADA NO CONTAS (P027) OU NO
      *    OPERCAD (P028) E, SE A ALTERACAO FOI GRAVADA, MARCA A
      *    SOLICITACAO COMO APROVADA.
      *----------------------------------------------------------------
           P033-EFETIVAR-SOLICITACAO.
               MOVE "N" TO WS-SOLICITACAO-EFETIVADA
               IF SOL-PERFIL-OPERADOR THEN
                   PERFORM P028-EFETIVAR-PERFIL-OPR
               ELSE
                   PERFORM P027-EFETIVAR-CONTA
               END-IF
               IF SW-SOLICITACAO-EFETIVADA THEN
                   MOVE "A" TO SOL-STATUS
                   PERFORM P029-GRAVAR-DECISAO
                   DISPLAY "SOLICITACAO APROVADA E EFETIVADA"
               ELSE
                   DISPLAY "SOLICITACAO NAO EFETIVADA, CONTINUA "
                           "PENDENTE"
               END-IF.

      *----------------------------------------------------------------
      *    P027-EFETIVAR-CONTA
      *    RELE A CONTA DA SOLICITACAO E APLICA A ALTERACAO APROVADA
      *    (DESBLOQUEIO, SENHA OU LIMITE), GRAVANDO-A NA TRILHA DE
      *    AUDITORIA COM O SUPERVISOR APROVADOR. CONTA ENCERRADA OU
      *    QUE JA NAO ESTA BLOQUEADA NAO E ALTERADA.
      *----------------------------------------------------------------
           P027-EFETIVAR-CONTA.
               MOVE SOL-NUMERO-CONTA TO WS-NUMERO-CONTA
               PERFORM P010-LOCALIZAR-CONTA
               IF NOT SW-CONTA-ENCONTRADA THEN
                   DISPLAY "CONTA " SOL-NUMERO-CONTA " NAO ENCONTRADA"
               ELSE
                   IF CTA-CONTA-ENCERRADA THEN
                       DISPLAY "CONTA ENCERRADA - MANUTENCAO NAO "
                               "PERMITIDA"
                   ELSE
                       EVALUATE TRUE
                           WHEN SOL-DESBLOQUEIO-CONTA
                               PERFORM P036-APLICAR-DESBLOQUEIO
                           WHEN SOL-SENHA-CONTA
                               PERFORM P037-APLICAR-SENHA
                           WHEN SOL-LIMITE-ESPECIAL
                               MOVE SOL-LIMITE-NOVO TO WS-VALOR-NOVO
                               PERFORM P034-APLICAR-LIMITE-ESPECIAL
                               IF ST-CONTAS-OK THEN
                                   MOVE "S"
                                       TO WS-SOLICITACAO-EFETIVADA
                               END-IF
                           WHEN SOL-LIMITE-SAQUE
                               MOVE SOL-LIMITE-NOVO TO WS-VALOR-NOVO
                               PERFORM P035-APLICAR-LIMITE-SAQUE
                               IF ST-CONTAS-OK THEN
                                   MOVE "S"
                                       TO WS-SOLICITACAO-EFETIVADA
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P036-APLICAR-DESBLOQUEIO
      *    VOLTA A CONTA BLOQUEADA ("B") PARA ATIVA ("A") E ZERA O
      *    CONTADOR DE TENTATIVAS INVALIDAS, GRAVANDO A ALTERACAO DE
      *    STATUS NA TRILHA DE AUDITORIA.
      *----------------------------------------------------------------
           P036-APLICAR-DESBLOQUEIO.
               IF NOT CTA-CONTA-BLOQUEADA THEN
                   DISPLAY "CONTA NAO ESTA MAIS BLOQUEADA"
               ELSE
                   MOVE "STATUS-CONTA" TO WS-CAMPO-AUDITORIA
                   MOVE CTA-STATUS-CONTA TO WS-VALOR-ANT-AUD
                   MOVE "A" TO CTA-STATUS-CONTA
                   MOVE ZERO TO CTA-TENTATIVAS-INVALIDAS
                   MOVE CTA-STATUS-CONTA TO WS-VALOR-NOVO-AUD
                   PERFORM P007-GRAVAR-ALTERACAO
                   IF ST-CONTAS-OK THEN
                       MOVE "S" TO WS-SOLICITACAO-EFETIVADA
                       DISPLAY "CONTA DESBLOQUEADA"
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P037-APLICAR-SENHA
      *    GRAVA A NOVA SENHA DA SOLICITACAO NA CONTA, ZERA O
      *    CONTADOR DE TENTATIVAS E REGISTRA A TROCA NA TRILHA DE
      *    AUDITORIA.
      *----------------------------------------------------------------
           P037-APLICAR-SENHA.
               MOVE "SENHA" TO WS-CAMPO-AUDITORIA
               MOVE CTA-SENHA TO WS-VALOR-ANT-AUD
               MOVE SOL-SENHA-NOVA TO CTA-SENHA
               MOVE CTA-SENHA TO WS-VALOR-NOVO-AUD
               MOVE ZERO TO CTA-TENTATIVAS-INVALIDAS
               PERFORM P007-GRAVAR-ALTERACAO
               IF ST-CONTAS-OK THEN
                   MOVE "S" TO WS-SOLICITACAO-EFETIVADA
                   DISPLAY "SENHA REDEFINIDA"
               END-IF.

      *----------------------------------------------------------------
      *    P034-APLICAR-LIMITE-ESPECIAL
      *    GRAVA WS-VALOR-NOVO COMO LIMITE ESPECIAL DA CONTA,
      *    REGISTRANDO VALOR ANTERIOR E NOVO NA AUDITORIA.
      *----------------------------------------------------------------
           P034-APLICAR-LIMITE-ESPECIAL.
               MOVE "LIMITE-ESPECIAL" TO WS-CAMPO-AUDITORIA
               MOVE CTA-LIMITE-ESPECIAL TO WS-LIMITE-EDITADO
               MOVE WS-LIMITE-EDITADO TO WS-VALOR-ANT-AUD
               MOVE WS-VALOR-NOVO TO CTA-LIMITE-ESPECIAL
               MOVE CTA-LIMITE-ESPECIAL TO WS-LIMITE-EDITADO
               MOVE WS-LIMITE-EDITADO TO WS-VALOR-NOVO-AUD
               PERFORM P007-GRAVAR-ALTERACAO.

      *----------------------------------------------------------------
      *    P035-APLICAR-LIMITE-SAQUE
      *    GRAVA WS-VALOR-NOVO COMO LIMITE DE SAQUE DIARIO DA CONTA,
      *    REGISTRANDO VALOR ANTERIOR E NOVO NA AUDITORIA.
      *----------------------------------------------------------------
           P035-APLICAR-LIMITE-SAQUE.
               MOVE "LIMITE-SAQUE-DIARIO" TO WS-CAMPO-AUDITORIA
               MOVE CTA-LIMITE-SAQUE-DIARIO TO WS-LIMITE-EDITADO
               MOVE WS-LIMITE-EDITADO TO WS-VALOR-ANT-AUD
               MOVE WS-VALOR-NOVO TO CTA-LIMITE-SAQUE-DIARIO
               MOVE CTA-LIMITE-SAQUE-DIARIO TO WS-LIMITE-EDITADO
               MOVE WS-LIMITE-EDITADO TO WS-VALOR-NOVO-AUD
               PERFORM P007-GRAVAR-ALTERACAO.

      *----------------------------------------------------------------
      *    P028-EFETIVAR-PERFIL-OPR
      *    RELE O OPERADOR DA SOLICITACAO E GRAVA O NOVO PERFIL,
      *    COM O EVENTO NA TRILHA DE AUDITORIA (P018).
      *----------------------------------------------------------------
           P028-EFETIVAR-PERFIL-OPR.
               MOVE SOL-OPERADOR-ALVO TO WS-OPERADOR-MANUT
               MOVE SOL-OPERADOR-ALVO TO OPR-CODIGO
               READ OPERADOR-ARQ
               IF NOT ST-OPERADOR-OK THEN
                   DISPLAY "OPERADOR " SOL-OPERADOR-ALVO
                           " NAO ENCONTRADO"
               ELSE
                   MOVE "OPR-PERFIL" TO WS-CAMPO-AUDITORIA
                   MOVE OPR-PERFIL TO WS-VALOR-ANT-AUD
                   MOVE SOL-PERFIL-NOVO TO OPR-PERFIL
                   MOVE OPR-PERFIL TO WS-VALOR-NOVO-AUD
                   PERFORM P018-GRAVAR-ALTERACAO-OPR
                   IF ST-OPERADOR-OK THEN
                       MOVE "S" TO WS-SOLICITACAO-EFETIVADA
                       DISPLAY "PERFIL DO OPERADOR ALTERADO"
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P029-GRAVAR-DECISAO
      *    REGRAVA A SOLICITACAO COM O STATUS DECIDIDO, O SUPERVISOR
      *    QUE DECIDIU E A DATA E HORA DA DECISAO.
      *----------------------------------------------------------------
           P029-GRAVAR-DECISAO.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-OPERADOR-ATUAL TO SOL-OPERADOR-DECISAO
               MOVE WS-DATA-SISTEMA TO SOL-DATA-DECISAO
               MOVE WS-HORA-SISTEMA TO SOL-HORA-DECISAO
               REWRITE SOL-REGISTRO
               IF NOT ST-SOLICIT-OK THEN
                   DISPLAY "AVISO: FALHA AO ATUALIZAR A SOLICITACAO "
                           "(STATUS " WS-STATUS-SOLICIT ")"
               END-IF.

      *----------------------------------------------------------------
      *    P030-REGISTRAR-SOLICITACAO
      *    GRAVA NO ARQUIVO SOLICIT A SOLICITACAO MONTADA PELO
      *    CHAMADOR (TIPO, VALORES ANTERIOR/NOVO EM WS-VALOR-ANT-AUD
      *    E WS-VALOR-NOVO-AUD E SITUACAO) COM O SUPERVISOR
      *    AUTENTICADO COMO SOLICITANTE. SITUACAO "P" AGUARDA A
      *    APROVACAO DE OUTRO SUPERVISOR; "D" REGISTRA A ALTERACAO
      *    DE LIMITE JA EFETIVADA DIRETO. A SEQUENCIA E A PROXIMA
      *    LIVRE DO DIA; SE OUTRA SESSAO A OCUPOU NO MEIO TEMPO,
      *    TENTA A SEGUINTE.
      *----------------------------------------------------------------
           P030-REGISTRAR-SOLICITACAO.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               PERFORM P038-PROXIMA-SEQUENCIA
               INITIALIZE SOL-REGISTRO
               MOVE WS-DATA-SISTEMA TO SOL-DATA-SOLICITACAO
               MOVE WS-SEQ-SOLICITACAO TO SOL-SEQUENCIA
               MOVE WS-HORA-SISTEMA TO SOL-HORA-SOLICITACAO
               MOVE WS-TIPO-SOLICITACAO TO SOL-TIPO
               IF SOL-PERFIL-OPERADOR THEN
                   MOVE WS-OPERADOR-MANUT TO SOL-OPERADOR-ALVO
                   MOVE WS-PERFIL-NOVO-OPR TO SOL-PERFIL-NOVO
               ELSE
                   MOVE WS-NUMERO-CONTA TO SOL-NUMERO-CONTA
               END-IF
               IF SOL-SENHA-CONTA THEN
                   MOVE WS-SENHA-NOVA TO SOL-SENHA-NOVA
               END-IF
               IF SOL-LIMITE-ESPECIAL OR SOL-LIMITE-SAQUE THEN
                   MOVE WS-VALOR-NOVO TO SOL-LIMITE-NOVO
               END-IF
               MOVE WS-VALOR-ANT-AUD TO SOL-VALOR-ANTERIOR
               MOVE WS-VALOR-NOVO-AUD TO SOL-VALOR-NOVO
               MOVE WS-OPERADOR-ATUAL TO SOL-OPERADOR-SOLICITANTE
               MOVE WS-SITUACAO-SOLICITACAO TO SOL-STATUS
               IF NOT SW-SOLICITACAO-PENDENTE THEN
                   MOVE WS-OPERADOR-ATUAL TO SOL-OPERADOR-DECISAO
                   MOVE WS-DATA-SISTEMA TO SOL-DATA-DECISAO
                   MOVE WS-HORA-SISTEMA TO SOL-HORA-DECISAO
               END-IF
               WRITE SOL-REGISTRO
               PERFORM UNTIL NOT ST-SOLICIT-CHAVE-DUPLICADA
                   ADD 1 TO SOL-SEQUENCIA
                   WRITE SOL-REGISTRO
               END-PERFORM
               IF NOT ST-SOLICIT-OK THEN
                   DISPLAY "AVISO: FALHA AO GRAVAR A SOLICITACAO "
                           "(STATUS " WS-STATUS-SOLICIT ")"
               ELSE
                   IF SW-SOLICITACAO-PENDENTE THEN
                       DISPLAY "SOLICITACAO " SOL-SEQUENCIA
                               " REGISTRADA - AGUARDA A APROVACAO "
                               "DE OUTRO SUPERVISOR (OPCAO 8)"
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P038-PROXIMA-SEQUENCIA
      *    PERCORRE AS SOLICITACOES DO DIA E DEIXA EM
      *    WS-SEQ-SOLICITACAO A PROXIMA SEQUENCIA LIVRE.
      *----------------------------------------------------------------
           P038-PROXIMA-SEQUENCIA.
               MOVE ZERO TO WS-SEQ-SOLICITACAO
               MOVE "N" TO WS-FIM-SOLICIT
               MOVE WS-DATA-SISTEMA TO SOL-DATA-SOLICITACAO
               MOVE ZERO TO SOL-SEQUENCIA
               START SOLICIT-ARQ KEY IS NOT LESS THAN SOL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SOLICIT
               END-START
               PERFORM UNTIL SW-FIM-SOLICIT
                   READ SOLICIT-ARQ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-SOLICIT
                       NOT AT END
                           IF SOL-DATA-SOLICITACAO = WS-DATA-SISTEMA
                               THEN
                               MOVE SOL-SEQUENCIA TO WS-SEQ-SOLICITACAO
                           ELSE
                               MOVE "S" TO WS-FIM-SOLICIT
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-SEQ-SOLICITACAO.

      *----------------------------------------------------------------
      *    P031-DESCREVER-TIPO
      *    DEIXA EM WS-DESCRICAO-SOL A DESCRICAO DO TIPO DA
      *    SOLICITACAO PARA A LISTAGEM.
      *----------------------------------------------------------------
           P031-DESCREVER-TIPO.
               EVALUATE TRUE
                   WHEN SOL-DESBLOQUEIO-CONTA
                       MOVE "DESBLOQUEIO" TO WS-DESCRICAO-SOL
                   WHEN SOL-SENHA-CONTA
                       MOVE "SENHA DA CONTA" TO WS-DESCRICAO-SOL
                   WHEN SOL-LIMITE-ESPECIAL
                       MOVE "LIMITE ESPECIAL" TO WS-DESCRICAO-SOL
                   WHEN SOL-LIMITE-SAQUE
                       MOVE "LIMITE SAQUE DIARIO" TO WS-DESCRICAO-SOL
                   WHEN SOL-PERFIL-OPERADOR
                       MOVE "PERFIL OPERADOR" TO WS-DESCRICAO-SOL
                   WHEN OTHER
                       MOVE "TIPO DESCONHECIDO" TO WS-DESCRICAO-SOL
               END-EVALUATE.

      *----------------------------------------------------------------
      *    P032-CARREGAR-PARAMETROS
      *    LE O ARQUIVO DE PARAMETROS (PARAMS) E ADOTA O REGISTRO DE
      *    MAIOR DATA DE VIGENCIA QUE NAO ULTRAPASSE A DATA ATUAL,
      *    PARA OBTER O VALOR DE DUPLA CUSTODIA DOS LIMITES. SEM
      *    ARQUIVO, SEM REGISTRO VIGENTE OU COM O CAMPO NAO NUMERICO
      *    O VALOR FICA ZERADO E TODA ALTERACAO DE LIMITE PARA VALOR
      *    ACIMA DE ZERO EXIGE APROVACAO.
      *----------------------------------------------------------------
           P032-CARREGAR-PARAMETROS.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE ZERO TO WS-LIMITE-DUPLA-CUSTODIA
               OPEN INPUT PARAMS-ARQ
               IF NOT ST-PARAMS-OK THEN
                   DISPLAY "ADMIN01: PARAMETROS INDISPONIVEIS (STATUS "
                           WS-STATUS-PARAMS "), TODA ALTERACAO DE "
                           "LIMITE EXIGIRA APROVACAO"
               ELSE
                   MOVE "N" TO WS-FIM-PARAMS
                   PERFORM UNTIL SW-FIM-PARAMS
                       READ PARAMS-ARQ
                           AT END
                               MOVE "S" TO WS-FIM-PARAMS
                           NOT AT END
                               PERFORM P039-ADOTAR-PARAMETRO
                       END-READ
                   END-PERFORM
                   CLOSE PARAMS-ARQ
                   IF NOT SW-PARAMS-VIGENTE THEN
                       DISPLAY "ADMIN01: NENHUM PARAMETRO VIGENTE, "
                               "TODA ALTERACAO DE LIMITE EXIGIRA "
                               "APROVACAO"
                   END-IF
               END-IF.

      *----------------------------------------------------------------
      *    P039-ADOTAR-PARAMETRO
      *    ADOTA O REGISTRO DE PARAMETROS LIDO QUANDO SUA VIGENCIA JA
      *    COMECOU E E A MAIS RECENTE VISTA ATE AQUI. VALOR DE DUPLA
      *    CUSTODIA NAO NUMERICO (REGISTRO ANTIGO) FICA ZERADO.
      *----------------------------------------------------------------
           P039-ADOTAR-PARAMETRO.
               IF PRM-DATA-VIGENCIA <= WS-DATA-SISTEMA
                   AND PRM-DATA-VIGENCIA >= WS-VIGENCIA-ADOTADA THEN
                   MOVE "S" TO WS-PARAMS-VIGENTE
                   MOVE PRM-DATA-VIGENCIA TO WS-VIGENCIA-ADOTADA
                   IF PRM-LIMITE-DUPLA-CUSTODIA NUMERIC THEN
                       MOVE PRM-LIMITE-DUPLA-CUSTODIA
                           TO WS-LIMITE-DUPLA-CUSTODIA
                   ELSE
                       MOVE ZERO TO WS-LIMITE-DUPLA-CUSTODIA
                   END-IF
               END-IF.
