000080     05  RC-FUNCAO               PIC X(01).
000090         88  RC-FUNC-LOTE        VALUE "B".
000100         88  RC-FUNC-CONSOLIDA   VALUE "C".
000105         88  RC-FUNC-ESTORNO     VALUE "E".
000110     05  RC-DATA                 PIC X(10).
000120     05  RC-RESTART              PIC X(01).
000130         88  RC-RESTART-SIM      VALUE "S".
000150         88  RC-REPROCESSA-SIM   VALUE "S".
000160     05  RC-OPERADOR             PIC X(08).
000170     05  RC-SEQUENCIA            PIC X(06).
000171*        "S" LIBERA A RODADA DE UM JOB DA CADEIA NOTURNA
000172*        MESMO SEM OS PRE-REQUISITOS NO DIARIO (RUNLOG), POR
000173*        EXEMPLO EM FERIADO SEM LOTE; A LIBERACAO FICA
000174*        REGISTRADA NO PROPRIO DIARIO.
000175     05  RC-LIBERA-PREREQ        PIC X(01).
000176         88  RC-LIBERA-SIM       VALUE "S".
000180     05  FILLER                  PIC X(04).
000190*        DATA DO LANCAMENTO A ESTORNAR NO HISTORICO (FUNCAO
000200*        "E" DO PROGRAMA SOMA); A SEQUENCIA VEM EM RC-SEQUENCIA.
000210     05  RC-DATA-ORIGEM          PIC X(10).
000220*        PARAMETROS DO EXTRATO DO HISTORICO (HISTCSV): PERIODO
000230*        DE/ATE (EM BRANCO = DATA DA RODADA) E FILTROS
000240*        OPCIONAIS DE CENTRO DE CUSTO, OPERADOR E SITUACAO
000250*        (EM BRANCO = TODOS).
000260     05  RC-EXTRATO.
000270         10  RC-EXT-DATA-INI     PIC X(10).
000280         10  RC-EXT-DATA-FIM     PIC X(10).
000290         10  RC-EXT-CCUSTO       PIC X(06).
000300         10  RC-EXT-OPERADOR     PIC X(08).
000310         10  RC-EXT-SITUACAO     PIC X(08).
000320*        PARAMETROS DO UTILITARIO DE COPIA DOS MESTRES
000330*        (BKPMEST): MODO (D = DESCARGA, EM BRANCO TAMBEM;
000340*        R = RECARGA; V = VERIFICACAO), MESTRE (CADCONTA,
000350*        SALDOPER OU HISTSOMA; EM BRANCO = TODOS), DATA DA
000360*        COPIA A RECARREGAR (OBRIGATORIA NA RECARGA) E
000370*        PERIODO DA VERIFICACAO (EM BRANCO = DATA DA RODADA).
000380     05  RC-BACKUP.
000390         10  RC-BKP-MODO         PIC X(01).
000400             88  RC-BKP-DESCARGA VALUE "D" " ".
000410             88  RC-BKP-RECARGA  VALUE "R".
000420             88  RC-BKP-VERIFICA VALUE "V".
000430         10  RC-BKP-MESTRE       PIC X(08).
000440         10  RC-BKP-DATA         PIC X(10).
000450         10  RC-BKP-DATA-INI     PIC X(10).
000460         10  RC-BKP-DATA-FIM     PIC X(10).
