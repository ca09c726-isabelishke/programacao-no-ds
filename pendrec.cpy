000010*-----------------------------------------------------------*
000020* PENDREC - LAYOUT DO REGISTRO DO MESTRE DE ALTERACOES      *
000030* PENDENTES DE APROVACAO (PENDALT), CHAVEADO PELO NUMERO DO *
000040* PEDIDO. LIMITES E REATIVACAO DE CONTA E PARAMETROS DA     *
000050* RODADA SO MUDAM DEPOIS QUE UM SEGUNDO SUPERVISOR,         *
000060* DIFERENTE DO SOLICITANTE, APROVA O PEDIDO NO PROGRAMA     *
000070* SOMA. LIDO TAMBEM PELO JOB ALTPEND (RELATORIO DOS PEDIDOS *
000080* EM ABERTO). DEVE SER COPIADO SOB UM ITEM DE NIVEL 01.     *
000090*-----------------------------------------------------------*
000100     05  PA-NUMERO                PIC 9(06).
000110     05  PA-TIPO                  PIC X(01).
000120         88  PA-TIPO-CONTA        VALUE "C".
000130         88  PA-TIPO-PARAM        VALUE "P".
000140*        CONTA ALTERADA (TIPO C); EM BRANCO NOS PARAMETROS.
000150     05  PA-CCUSTO                PIC X(06).
000160*        CAMPO ALTERADO: LIM-DIA, LIM-MES OU SITUACAO NA CONTA;
000170*        CHECKPNT, LINHAS, TITULO, TOLERANC, RETENCAO,
000171*        IDADEPEN, SENHADIA, TOLORCAM, PRAZOAPR OU DIASDUPL
000172*        (DIAS DA JANELA DE CONFERENCIA DE LANCAMENTO EM
000173*        DUPLICIDADE) NOS PARAMETROS.
000200     05  PA-CAMPO                 PIC X(08).
000210     05  PA-FORMATO               PIC X(01).
000220         88  PA-VALOR-NUMERICO    VALUE "N".
000230         88  PA-VALOR-TEXTO       VALUE "T".
000240     05  PA-VALOR-ANTERIOR        PIC X(34).
000250     05  PA-ANT-NUMERICO          REDEFINES PA-VALOR-ANTERIOR.
000260         10  PA-ANT-NUM           PIC 9(07)V99.
000270         10  FILLER               PIC X(25).
000280     05  PA-VALOR-NOVO            PIC X(34).
000290     05  PA-NOVO-NUMERICO         REDEFINES PA-VALOR-NOVO.
000300         10  PA-NOVO-NUM          PIC 9(07)V99.
000310         10  FILLER               PIC X(25).
000320     05  PA-SOLICITANTE           PIC X(08).
000330     05  PA-DATA-PEDIDO           PIC X(10).
000340     05  PA-HORA-PEDIDO           PIC X(08).
000350     05  PA-SITUACAO              PIC X(01).
000360         88  PA-PENDENTE          VALUE "P".
000370         88  PA-APROVADO          VALUE "A".
000380         88  PA-REJEITADO         VALUE "R".
000390         88  PA-EXPIRADO          VALUE "E".
000400*        QUEM APROVOU OU REJEITOU ("PRAZO" NA EXPIRACAO).
000410     05  PA-DECISOR               PIC X(08).
000420     05  PA-DATA-DECISAO          PIC X(10).
000430     05  FILLER                   PIC X(10).
