000010*-----------------------------------------------------------*
000020* RUNLREC - LAYOUT DO REGISTRO DO DIARIO DE EXECUCAO DA     *
000030* CADEIA NOTURNA (RUNLOG). CADA JOB DA CADEIA (SOMA,        *
000040* CCRESUM, CONCILIA, GLACKCHK, GLRESEND, SUSPAGE, AUDRESUM  *
000050* E FECHAMES) GRAVA UM REGISTRO DE INICIO E UM DE FIM DE    *
000060* RODADA, COM A DATA DE NEGOCIO, O OPERADOR E O             *
000070* RETURN-CODE, E CONSULTA O DIARIO PARA CONFERIR SEUS       *
000080* PRE-REQUISITOS ANTES DE PROCESSAR. LIDO TAMBEM PELO       *
000090* RELATORIO DE SITUACAO DA CADEIA (CADEIA). O ARQUIVO SO    *
000100* RECEBE ACRESCIMOS; A RODADA MAIS RECENTE DE CADA JOB NA   *
000110* DATA E A QUE VALE. DEVE SER COPIADO SOB UM ITEM DE NIVEL  *
000120* 01.                                                       *
000130*-----------------------------------------------------------*
000140     05  RL-PROGRAMA              PIC X(08).
000150     05  RL-EVENTO                PIC X(01).
000160         88  RL-INICIO            VALUE "I".
000170         88  RL-FIM               VALUE "F".
000180     05  RL-DATA-NEGOCIO          PIC X(10).
000190     05  RL-OPERADOR              PIC X(08).
000200*        MOMENTO DA GRAVACAO (RELOGIO DA MAQUINA), AAAA-MM-DD E
000210*        HH:MM:SS, PARA APURAR A ORDEM DE EXECUCAO DA CADEIA.
000220     05  RL-MOMENTO.
000230         10  RL-TS-DATA           PIC X(10).
000240         10  RL-TS-HORA           PIC X(08).
000250*        RETURN-CODE DEVOLVIDO AO SCHEDULER (SO NO REGISTRO DE
000260*        FIM).
000270     05  RL-RC                    PIC 9(02).
000280*        FUNCAO DO CARTAO DE EXECUCAO NAS RODADAS DO PROGRAMA
000290*        SOMA (B LOTE, C CONSOLIDACAO, E ESTORNO).
000300     05  RL-MODO                  PIC X(01).
000310     05  RL-MENSAGEM              PIC X(40).
000320     05  FILLER                   PIC X(12).
