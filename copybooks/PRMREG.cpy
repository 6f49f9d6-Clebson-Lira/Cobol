000224*                       NAO NUMERICO OU ZERADO (ARQUIVO        *
000225*                       ANTIGO) SIGNIFICA SEM EXPURGO E O      *
000226*                       EXPURG01 RECUSA-SE A EXECUTAR.         *
000227*    2026-10-15 CL      INCLUIDOS OS LIMITES E JANELAS DO      *
000228*                       MONITORAMENTO DE MOVIMENTACAO ATIPICA  *
000229*                       (PLDMON01): LIMITE DE COMUNICACAO EM   *
000231*                       ESPECIE, FAIXA, QUANTIDADE E DIAS DO   *
000232*                       FRACIONAMENTO, LIMITE DE TRANSFERENCIA *
000233*                       E DIAS DE REATIVACAO RECENTE, FATOR    *
000234*                       SOBRE A FOLHA HABITUAL E DIAS DE       *
000235*                       HISTORICO DA FOLHA. O REGISTRO CRESCEU:*
000236*                       O ARQUIVO PARAMS DEVE SER RECRIADO NO  *
000237*                       LAYOUT NOVO NA IMPLANTACAO.            *
000238*    2026-10-15 CL      INCLUIDOS A TAXA DIARIA DE MORA SOBRE  *
000239*                       PARCELA DE EMPRESTIMO EM ATRASO E O    *
000241*                       PRAZO MAXIMO (EM PARCELAS) DO          *
000242*                       EMPRESTIMO PESSOAL. PRAZO ZERADO OU    *
000243*                       NAO NUMERICO SIGNIFICA PRODUTO NAO     *
000244*                       OFERECIDO NO CAIXA. O REGISTRO         *
000245*                       CRESCEU: O ARQUIVO PARAMS DEVE SER     *
000246*                       RECRIADO NO LAYOUT NOVO NA IMPLANTACAO.*
000247*    2026-10-15 CL      INCLUIDA A ANTECEDENCIA EM DIAS DO     *
000248*                       AVISO DE DORMENCIA AO CLIENTE          *
000249*                       (INATIV01), TOMADA DO FILLER - SEM     *
000251*                       NOVA CONVERSAO. ZERADA OU NAO NUMERICA *
000252*                       SIGNIFICA SEM AVISO.                   *
000253*    2026-10-15 CL      INCLUIDO O VALOR DE DUPLA CUSTODIA DA  *
000254*                       SUPERVISAO (ADMIN01): ALTERACAO DE     *
000255*                       LIMITE ESPECIAL OU DE SAQUE DIARIO     *
000256*                       ACIMA DESTE VALOR EXIGE A APROVACAO DE *
000257*                       UM SEGUNDO SUPERVISOR. ZERADO OU NAO   *
000258*                       NUMERICO: TODO LIMITE NOVO ACIMA DE    *
000259*                       ZERO EXIGE APROVACAO. O REGISTRO       *
000261*                       CRESCEU: O ARQUIVO PARAMS DEVE SER     *
000262*                       RECRIADO NO LAYOUT NOVO NA IMPLANTACAO.*
000210*****************************************************************
000220 01  PRM-REGISTRO.
000230     05  PRM-DATA-VIGENCIA       PIC 9(08).
000309     05  PRM-TARIFA-CONTA-ESPECIAL
000311                                 PIC 9(05)V99.
000312     05  PRM-ANOS-RETENCAO       PIC 9(02).
000313     05  PRM-PLD-LIMITE-ESPECIE  PIC 9(07)V99.
000314     05  PRM-PLD-FAIXA-FRACIONAMENTO
000315                                 PIC 9(02).
000316     05  PRM-PLD-QTD-FRACIONAMENTO
000317                                 PIC 9(02).
000318     05  PRM-PLD-DIAS-FRACIONAMENTO
000319                                 PIC 9(03).
000321     05  PRM-PLD-LIMITE-TRANSF   PIC 9(07)V99.
000322     05  PRM-PLD-DIAS-REATIVACAO PIC 9(03).
000323     05  PRM-PLD-FATOR-FOLHA     PIC 9(02)V9.
000324     05  PRM-PLD-DIAS-HISTORICO  PIC 9(03).
000325     05  PRM-EMP-TAXA-MORA       PIC 9V9(04).
000326     05  PRM-EMP-PRAZO-MAXIMO    PIC 9(03).
000327     05  PRM-DIAS-AVISO-DORMENCIA
000328                                 PIC 9(02).
000329     05  PRM-LIMITE-DUPLA-CUSTODIA
000331                                 PIC 9(05)V99.
