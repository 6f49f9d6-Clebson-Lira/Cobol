000010*****************************************************************
000020*    COPYBOOK.......: SOLREG.cpy                                *
000030*    DESCRICAO.......: LAYOUT DO REGISTRO DE SOLICITACOES DE    *
000040*                      ALTERACAO SENSIVEL EM DUPLA CUSTODIA     *
000050*                      (ARQUIVO SOLICIT - ACESSO INDEXADO,      *
000060*                      CHAVE DATA DA SOLICITACAO + SEQUENCIA),  *
000070*                      GRAVADO PELO ADMIN01 E FECHADO PELO      *
000080*                      CUSTOD01                                 *
000090*    SISTEMA.........: BANCO LIRA - CAIXA ELETRONICO            *
000100*****************************************************************
000110*    DESBLOQUEIO DE CONTA, REDEFINICAO DE SENHA DO CLIENTE,     *
000120*    ALTERACAO DE LIMITE ESPECIAL OU DE SAQUE DIARIO E          *
000130*    ALTERACAO DE PERFIL DE OPERADOR SAO REGISTRADOS PENDENTES  *
000140*    ("P") E SO TEM EFEITO NO CONTAS/OPERCAD QUANDO OUTRO       *
000150*    SUPERVISOR APROVA ("A"); O SUPERVISOR QUE SOLICITOU NAO    *
000160*    PODE APROVAR NEM REJEITAR ("R") A PROPRIA SOLICITACAO.     *
000170*    PENDENTE NAO DECIDIDA ATE O FIM DO DIA DA SOLICITACAO      *
000180*    EXPIRA ("X"). ALTERACAO DE LIMITE ATE O VALOR DE DUPLA     *
000190*    CUSTODIA DO PARAMETRO VIGENTE (PRM-LIMITE-DUPLA-CUSTODIA)  *
000200*    E EFETIVADA DIRETO ("D") E FICA REGISTRADA AQUI SO PARA O  *
000210*    RELATORIO DIARIO. O ARQUIVO E PERMANENTE. TIPOS DE         *
000220*    SOLICITACAO:                                               *
000230*      "D" DESBLOQUEIO DE CONTA                                 *
000240*      "S" REDEFINICAO DE SENHA DA CONTA                        *
000250*      "E" ALTERACAO DO LIMITE ESPECIAL                         *
000260*      "Q" ALTERACAO DO LIMITE DE SAQUE DIARIO                  *
000270*      "P" ALTERACAO DE PERFIL DE OPERADOR (OPERADOR NO CAMPO   *
000280*          SOL-OPERADOR-ALVO, CONTA ZERADA)                     *
000290*    A SENHA NOVA FICA SO EM SOL-SENHA-NOVA; OS VALORES         *
000300*    ANTERIOR E NOVO EXIBIDOS NA APROVACAO E NO RELATORIO SAO   *
000310*    MASCARADOS NESSE CASO.                                     *
000320*****************************************************************
000330*    HISTORICO DE ALTERACOES                                   *
000340*    DATA       AUTOR   DESCRICAO                               *
000350*    ---------- ------- ------------------------------------------
000360*    2026-10-15 CL      CRIACAO DO LAYOUT - DUPLA CUSTODIA DAS *
000370*                       ALTERACOES SENSIVEIS DA SUPERVISAO     *
000380*****************************************************************
000390 01  SOL-REGISTRO.
000400     05  SOL-CHAVE.
000410         10  SOL-DATA-SOLICITACAO
000420                                 PIC 9(08).
000430         10  SOL-SEQUENCIA       PIC 9(05).
000440     05  SOL-HORA-SOLICITACAO    PIC 9(08).
000450     05  SOL-TIPO                PIC X(01).
000460         88  SOL-DESBLOQUEIO-CONTA     VALUE "D".
000470         88  SOL-SENHA-CONTA           VALUE "S".
000480         88  SOL-LIMITE-ESPECIAL       VALUE "E".
000490         88  SOL-LIMITE-SAQUE          VALUE "Q".
000500         88  SOL-PERFIL-OPERADOR       VALUE "P".
000510     05  SOL-NUMERO-CONTA        PIC 9(07).
000520     05  SOL-OPERADOR-ALVO       PIC 9(04).
000530     05  SOL-VALOR-ANTERIOR      PIC X(15).
000540     05  SOL-VALOR-NOVO          PIC X(15).
000550     05  SOL-LIMITE-NOVO         PIC 9(05)V99.
000560     05  SOL-SENHA-NOVA          PIC 9(04).
000570     05  SOL-PERFIL-NOVO         PIC X(01).
000580     05  SOL-OPERADOR-SOLICITANTE
000590                                 PIC 9(04).
000600     05  SOL-STATUS              PIC X(01).
000610         88  SOL-PENDENTE              VALUE "P".
000620         88  SOL-APROVADA              VALUE "A".
000630         88  SOL-REJEITADA             VALUE "R".
000640         88  SOL-EXPIRADA              VALUE "X".
000650         88  SOL-EFETIVADA-DIRETO      VALUE "D".
000660     05  SOL-OPERADOR-DECISAO    PIC 9(04).
000670     05  SOL-DATA-DECISAO        PIC 9(08).
000680     05  SOL-HORA-DECISAO        PIC 9(08).
000690     05  FILLER                  PIC X(10).
