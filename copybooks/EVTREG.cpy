000010*****************************************************************
000020*    COPYBOOK.......: EVTREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE EVENTOS PARA AVISO *
000040*                      AO CLIENTE (ARQUIVO EVENTOS - SEQUENCIAL,*
000050*                      GRAVADO EM EXTENSAO PELOS LOTES E PELO   *
000060*                      CAIXA, CONSUMIDO PELO AVISOS01)          *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    CADA PROGRAMA QUE PRODUZ UM FATO A SER AVISADO AO CLIENTE  *
000100*    GRAVA AQUI UM EVENTO COM A CONTA, O VALOR E AS REFERENCIAS *
000110*    DO FATO. O AVISOS01 (CADEIA NOTURNA) LE TODOS OS EVENTOS,  *
000120*    GERA AS MENSAGENS PARA O GATEWAY E ESVAZIA O ARQUIVO.      *
000130*    TIPOS DE EVENTO:                                           *
000140*      "D" DEBITO AUTOMATICO PENDENTE POR SALDO INSUFICIENTE    *
000150*          (DEBAUT01 - SEQUENCIA, VENCIMENTO E CREDOR DA ORDEM) *
000160*      "T" TRANSFERENCIA PROGRAMADA PENDENTE POR SALDO          *
000170*          INSUFICIENTE (TRFPRG01 - SEQUENCIA, DATA PREVISTA E  *
000180*          CONTA DE DESTINO DA ORDEM)                           *
000190*      "V" COBRANCA DE CONVENIO RECUSADA POR SALDO INSUFICIENTE *
000200*          (COBCNV01, CODIGO 05 - VENCIMENTO E DOCUMENTO)       *
000210*      "H" CHEQUE LIBERADO DA COMPENSACAO                       *
000220*      "L" CONTA ENTROU NO LIMITE ESPECIAL                      *
000230*      "I" CONTA PROXIMA DA DORMENCIA (INATIV01 - DATA A PARTIR *
000240*          DA QUAL A CONTA FICA DORMENTE)                       *
000250*      "B" CONTA BLOQUEADA POR EXCESSO DE TENTATIVAS DE SENHA   *
000260*          INVALIDA (CAIXA)                                     *
000270*    OS TIPOS "H" E "L" NAO SAO GRAVADOS NO ARQUIVO: O AVISOS01 *
000280*    OS APURA NOS LANCAMENTOS DO DIA NO JORNAL (LIBERACAO "L" E *
000290*    DEBITO QUE LEVA O SALDO DE POSITIVO A NEGATIVO) E USA ESTE *
000300*    MESMO LAYOUT NA CLASSIFICACAO.                             *
000310*****************************************************************
000320*    HISTORICO DE ALTERACOES                                   *
000330*    DATA       AUTOR   DESCRICAO                               *
000340*    ---------- ------- ------------------------------------------
000350*    2026-10-15 CL      CRIACAO DO LAYOUT - EVENTOS DOS LOTES  *
000360*                       PARA AVISO AO CLIENTE                  *
000370*****************************************************************
000380 01  EVT-REGISTRO.
000390     05  EVT-DATA-MOVIMENTO      PIC 9(08).
000400     05  EVT-HORA                PIC 9(08).
000410     05  EVT-TIPO                PIC X(01).
000420         88  EVT-DEBAUTO-PENDENTE      VALUE "D".
000430         88  EVT-TRANSF-PENDENTE       VALUE "T".
000440         88  EVT-CONVENIO-RECUSADO     VALUE "V".
000450         88  EVT-CHEQUE-LIBERADO       VALUE "H".
000460         88  EVT-LIMITE-ESPECIAL       VALUE "L".
000470         88  EVT-DORMENCIA-PROXIMA     VALUE "I".
000480         88  EVT-CONTA-BLOQUEADA       VALUE "B".
000490     05  EVT-NUMERO-CONTA        PIC 9(07).
000500     05  EVT-VALOR               PIC 9(07)V99.
000510     05  EVT-DATA-REFERENCIA     PIC 9(08).
000520     05  EVT-SEQUENCIA           PIC 9(06).
000530     05  EVT-CONTA-DESTINO       PIC 9(07).
000540     05  EVT-REFERENCIA          PIC X(30).
000550     05  EVT-PROGRAMA            PIC X(08).
000560     05  FILLER                  PIC X(08).
