000010*-----------------------------------------------------------*
000020* LFIXREC - LAYOUT DO REGISTRO DO MESTRE DE LANCAMENTOS     *
000030* RECORRENTES (LANCFIXO), CHAVEADO PELO CODIGO DO           *
000040* LANCAMENTO. MANTIDO PELO PROGRAMA SOMA E LIDO PELO JOB    *
000050* GERAFIXO, QUE GERA NO TRANSIN O LOTE DOS LANCAMENTOS QUE  *
000060* VENCEM NA DATA DA RODADA. DEVE SER COPIADO SOB UM ITEM DE *
000070* NIVEL 01.                                                 *
000080*-----------------------------------------------------------*
000090     05  LF-CODIGO                PIC X(06).
000100     05  LF-DESCRICAO             PIC X(30).
000110     05  LF-NUM1                  PIC S9(7)V99 SIGN IS LEADING
000120                                      SEPARATE CHARACTER.
000130     05  LF-NUM2                  PIC S9(7)V99 SIGN IS LEADING
000140                                      SEPARATE CHARACTER.
000150     05  LF-CCUSTO                PIC X(06).
000160*        FREQUENCIA: MENSAL NO DIA LF-DIA DO MES (DIA ALEM DO FIM
000170*        DO MES VENCE NO ULTIMO DIA) OU SEMANAL NO DIA DA SEMANA
000180*        LF-DIA (01 = SEGUNDA-FEIRA ... 07 = DOMINGO).
000190     05  LF-FREQUENCIA            PIC X(01).
000200         88  LF-MENSAL            VALUE "M".
000210         88  LF-SEMANAL           VALUE "S".
000220     05  LF-DIA                   PIC 9(02).
000230*        VIGENCIA (AAAA-MM-DD); DATA DE FIM EM BRANCO = SEM FIM.
000240     05  LF-DATA-INICIO           PIC X(10).
000250     05  LF-DATA-FIM              PIC X(10).
000260     05  LF-SITUACAO              PIC X(01).
000270         88  LF-ATIVO             VALUE "A".
000280         88  LF-SUSPENSO          VALUE "S".
000290*        ULTIMA DATA EM QUE O LANCAMENTO FOI GERADO NO TRANSIN;
000300*        GARANTE QUE A MESMA OCORRENCIA NUNCA SAIA DUAS VEZES.
000310     05  LF-ULT-DATA              PIC X(10).
000320     05  LF-OPERADOR              PIC X(08).
000330     05  LF-DATA-ALT              PIC X(10).
000340     05  FILLER                   PIC X(06).
