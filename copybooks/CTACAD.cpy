000146*                       PODE TRAZER ESPACOS NO CAMPO (SEM       *
000147*                       VINCULO); ABERTURA NOVA EXIGE CLIENTE   *
000148*                       CADASTRADO (P016 DO CAIXA).             *
900000*    2026-10-15 CL      INCLUIDO STATUS "E" (CONTA ENCERRADA,   *
900002*                       ATRIBUIDO PELO ENCERRAMENTO NO CAIXA    *
900004*                       COM SALDO LIQUIDADO). CONTA ENCERRADA   *
900006*                       NAO MOVIMENTA E E IGNORADA PELOS LOTES. *
000120*****************************************************************
000121 01  CTA-REGISTRO.
000130     05  CTA-NUMERO              PIC 9(07).
000170         88  CTA-CONTA-ATIVA           VALUE "A".
000171         88  CTA-CONTA-BLOQUEADA       VALUE "B".
000172         88  CTA-CONTA-DORMENTE        VALUE "D".
902000         88  CTA-CONTA-ENCERRADA       VALUE "E".
000173     05  CTA-DATA-ULTIMO-JUROS   PIC 9(08).
000174     05  CTA-DATA-ULTIMO-MOVTO   PIC 9(08).
000176     05  CTA-SALDO-BLOQUEADO     PIC 9(07)V99.
