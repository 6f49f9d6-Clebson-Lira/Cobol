000010*****************************************************************
000020*    COPYBOOK.......: RZOREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE SALDOS DO RAZAO    *
000040*                      GERAL (ARQUIVO RAZAO - ACESSO INDEXADO,  *
000050*                      CHAVE CONTA CONTABIL), ATUALIZADO PELO   *
000060*                      CONTAB01                                 *
000070*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000080*****************************************************************
000090*    O SALDO SEGUE A CONVENCAO DEVEDORA: DEBITOS SOMAM E        *
000100*    CREDITOS SUBTRAEM, ENTAO CONTAS DE PASSIVO E RECEITA       *
000110*    FICAM NEGATIVAS (SALDO CREDOR). SALDO ANTERIOR E           *
000120*    MOVIMENTO DO DIA VALEM PARA A DATA DO ULTIMO MOVIMENTO;    *
000130*    CONTA SEM MOVIMENTO NA DATA TEM SALDO ANTERIOR IGUAL AO    *
000140*    SALDO. A CONTA DE DEPOSITOS DE CLIENTES E SEMPRE           *
000150*    ATUALIZADA NA DATA E SUA DATA IMPEDE A CONTABILIZACAO      *
000160*    REPETIDA DO MESMO DIA.                                     *
000170*****************************************************************
000180*    HISTORICO DE ALTERACOES                                   *
000190*    DATA       AUTOR   DESCRICAO                               *
000200*    ---------- ------- ------------------------------------------
000210*    2026-10-15 CL      CRIACAO DO LAYOUT - SALDOS DO RAZAO    *
000220*                       GERAL DA INTERFACE CONTABIL            *
000230*****************************************************************
000240 01  RZO-REGISTRO.
000250     05  RZO-CONTA               PIC 9(08).
000260     05  RZO-SALDO-ANTERIOR      PIC S9(11)V99 SIGN IS TRAILING
000270                                 SEPARATE CHARACTER.
000280     05  RZO-DEBITOS-DIA         PIC 9(11)V99.
000290     05  RZO-CREDITOS-DIA        PIC 9(11)V99.
000300     05  RZO-SALDO               PIC S9(11)V99 SIGN IS TRAILING
000310                                 SEPARATE CHARACTER.
000320     05  RZO-DATA-ULTIMO-MOVTO   PIC 9(08).
000330     05  FILLER                  PIC X(40).
